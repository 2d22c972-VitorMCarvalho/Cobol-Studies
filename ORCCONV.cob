       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCCONV.
      *************************************
      *OBJETIVO: TAXA DE CONVERSAO DE ORCAMENTOS POR VENDEDOR: LE OS
      *ORCAMENTOS (ORCAMEN) EMITIDOS NO PERIODO INFORMADO E IMPRIME
      *EM RELORCC, POR VENDEDOR, A QUANTIDADE E O VALOR DOS
      *ORCAMENTOS EMITIDOS, CONVERTIDOS EM PEDIDO, CANCELADOS,
      *VENCIDOS SEM CONVERSAO E AINDA EM ABERTO, COM O PERCENTUAL
      *DE CONVERSAO EM QUANTIDADE E EM VALOR, E O TOTAL DA EMPRESA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORCAMENTOS ASSIGN TO "ORCAMEN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ORC-CHAVE
                   FILE STATUS IS WS-FS-ORCAMEN.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEN-CODIGO
                   FILE STATUS IS WS-FS-VENDMST.

               SELECT RELATORIO-CONVERSAO ASSIGN TO "RELORCC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELORCC.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK8".
       DATA DIVISION.
           FILE SECTION.
           FD  ORCAMENTOS
               LABEL RECORD IS STANDARD.
               COPY "ORCAMEN-REG.CPY".

           FD  CADASTRO-VENDEDORES
               LABEL RECORD IS STANDARD.
               COPY "VENDEDOR-REG.CPY".

           FD  RELATORIO-CONVERSAO
               LABEL RECORD IS STANDARD.
           01  ROC-LINHA PIC X(132).

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-VENDEDOR PIC 9(4).
               05 SRT-NUMERO PIC 9(6).
               05 SRT-SITUACAO PIC X(1).
                   88 SRT-CONVERTIDO VALUE "C".
                   88 SRT-CANCELADO VALUE "X".
                   88 SRT-VENCIDO VALUE "V".
                   88 SRT-ABERTO VALUE "A".
               05 SRT-VALOR PIC 9(8)V99.

       WORKING-STORAGE SECTION.
           77 WS-FS-ORCAMEN PIC X(2) VALUE "00".
           77 WS-FS-VENDMST PIC X(2) VALUE "00".
           77 WS-FS-RELORCC PIC X(2) VALUE "00".
           77 WS-ORCAMENTOS-SW PIC X(1) VALUE "N".
               88 ORCAMENTOS-DISPONIVEL VALUE "S".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-PRIMEIRO-SW PIC X(1).
               88 PRIMEIRO-REGISTRO VALUE "S".
               88 DEMAIS-REGISTROS VALUE "N".
           77 WS-DATA-INICIAL PIC 9(8).
           77 WS-DATA-FINAL PIC 9(8).
           77 WS-ANT-VENDEDOR PIC 9(4).
           77 WS-ANT-NUMERO PIC 9(6).
           77 WS-NIV PIC 9(1).
           77 WS-ROTULO PIC X(36).
           77 WS-PERC-QTD PIC 9(3)V9.
           77 WS-PERC-VALOR PIC 9(3)V9.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(9)9,99.
           77 WS-CONV-EDITADO PIC Z(9)9,99.
           77 WS-PERC-QTD-EDITADO PIC ZZ9,9.
           77 WS-PERC-VALOR-EDITADO PIC ZZ9,9.
           77 WS-CONT-CONV-EDITADO PIC Z(4)9.
           77 WS-CONT-CANC-EDITADO PIC Z(4)9.
           77 WS-CONT-VENC-EDITADO PIC Z(4)9.
           77 WS-CONT-ABER-EDITADO PIC Z(4)9.
      *****************************************
      * ACUMULADORES: 1 = VENDEDOR, 2 = TOTAL DA EMPRESA
      *****************************************
           01 WS-NIVEIS.
               05 WS-NIVEL OCCURS 2 TIMES.
                   10 WS-NIV-EMITIDOS PIC 9(5).
                   10 WS-NIV-CONVERTIDOS PIC 9(5).
                   10 WS-NIV-CANCELADOS PIC 9(5).
                   10 WS-NIV-VENCIDOS PIC 9(5).
                   10 WS-NIV-ABERTOS PIC 9(5).
                   10 WS-NIV-VALOR-EMITIDO PIC 9(11)V99.
                   10 WS-NIV-VALOR-CONVERTIDO PIC 9(11)V99.
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-VENDEDOR SRT-NUMERO
               INPUT PROCEDURE IS 2000-SELECIONAR-ORCAMENTOS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ORDENADO.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DATA INICIAL DE EMISSAO (AAAAMMDD, ZEROS = "
               "INICIO DO MES)".
           ACCEPT WS-DATA-INICIAL.
           IF WS-DATA-INICIAL = ZEROS
               COMPUTE WS-DATA-INICIAL = (DMV-DATA / 100) * 100 + 1
           END-IF.

           DISPLAY "DATA FINAL DE EMISSAO (AAAAMMDD, ZEROS = DATA "
               "DE MOVIMENTO)".
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL = ZEROS
               MOVE DMV-DATA TO WS-DATA-FINAL
           END-IF.

           OPEN INPUT ORCAMENTOS.
           IF WS-FS-ORCAMEN = "00"
               SET ORCAMENTOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO DE ORCAMENTOS ORCAMEN AUSENTE - NADA "
                   "A APURAR"
               MOVE "10" TO WS-FS-ORCAMEN
           END-IF.

           OPEN INPUT CADASTRO-VENDEDORES.
           OPEN OUTPUT RELATORIO-CONVERSAO.

           INITIALIZE WS-NIVEIS.

           MOVE SPACES TO ROC-LINHA.
           STRING "CONVERSAO DE ORCAMENTOS POR VENDEDOR - EMITIDOS DE "
               WS-DATA-INICIAL " A " WS-DATA-FINAL
               " - POSICAO EM " DMV-DATA
               DELIMITED BY SIZE INTO ROC-LINHA.
           WRITE ROC-LINHA.
           MOVE SPACES TO ROC-LINHA.
           STRING "VEND NOME                            EMIT"
               "   CONV   CANC   VENC  ABERT  CONV%"
               "   VALOR EMITIDO VALOR CONVERTIDO  VLR%"
               DELIMITED BY SIZE INTO ROC-LINHA.
           WRITE ROC-LINHA.

      *****************************************
      * ENTRADA DO SORT: UMA LINHA POR LINHA DE ORCAMENTO EMITIDO NO
      * PERIODO; O ORCAMENTO EM ABERTO COM VALIDADE ANTERIOR A DATA
      * DE MOVIMENTO ENTRA COMO VENCIDO
      *****************************************
       2000-SELECIONAR-ORCAMENTOS.
           PERFORM 2100-LER-ORCAMENTO
               UNTIL WS-FS-ORCAMEN NOT = "00".

       2100-LER-ORCAMENTO.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-DATA-EMISSAO NOT < WS-DATA-INICIAL
                           AND ORC-DATA-EMISSAO NOT > WS-DATA-FINAL
                       PERFORM 2200-LIBERAR-ORCAMENTO
                   END-IF
           END-READ.

       2200-LIBERAR-ORCAMENTO.
           MOVE ORC-VENDEDOR TO SRT-VENDEDOR.
           MOVE ORC-NUMERO TO SRT-NUMERO.
           MOVE ORC-VALOR TO SRT-VALOR.

           EVALUATE TRUE
               WHEN ORC-CONVERTIDO
                   SET SRT-CONVERTIDO TO TRUE
               WHEN ORC-CANCELADO
                   SET SRT-CANCELADO TO TRUE
               WHEN ORC-DATA-VALIDADE < DMV-DATA
                   SET SRT-VENCIDO TO TRUE
               WHEN OTHER
                   SET SRT-ABERTO TO TRUE
           END-EVALUATE.

           RELEASE SRT-REGISTRO.

      *****************************************
      * SAIDA DO SORT: QUEBRA POR VENDEDOR; CADA ORCAMENTO CONTA UMA
      * VEZ (NA PRIMEIRA LINHA) E SOMA O VALOR DE TODAS AS LINHAS
      *****************************************
       4000-IMPRIMIR-ORDENADO.
           SET FIM-SORT-NAO TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 4100-LER-ORDENADO
               UNTIL FIM-SORT-SIM.

           IF DEMAIS-REGISTROS
               PERFORM 4500-FECHAR-VENDEDOR
           END-IF.

           MOVE SPACES TO ROC-LINHA.
           WRITE ROC-LINHA.
           MOVE "TOTAL DA EMPRESA" TO WS-ROTULO.
           MOVE 2 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

       4100-LER-ORDENADO.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 4200-TRATAR-QUEBRA
                   PERFORM 4300-ACUMULAR-LINHA
           END-RETURN.

       4200-TRATAR-QUEBRA.
           IF PRIMEIRO-REGISTRO
               SET DEMAIS-REGISTROS TO TRUE
               MOVE SRT-VENDEDOR TO WS-ANT-VENDEDOR
               MOVE ZEROS TO WS-ANT-NUMERO
           ELSE
               IF SRT-VENDEDOR NOT = WS-ANT-VENDEDOR
                   PERFORM 4500-FECHAR-VENDEDOR
                   MOVE SRT-VENDEDOR TO WS-ANT-VENDEDOR
                   MOVE ZEROS TO WS-ANT-NUMERO
               END-IF
           END-IF.

       4300-ACUMULAR-LINHA.
           IF SRT-NUMERO NOT = WS-ANT-NUMERO
               MOVE SRT-NUMERO TO WS-ANT-NUMERO
               ADD 1 TO WS-NIV-EMITIDOS(1)
               EVALUATE TRUE
                   WHEN SRT-CONVERTIDO
                       ADD 1 TO WS-NIV-CONVERTIDOS(1)
                   WHEN SRT-CANCELADO
                       ADD 1 TO WS-NIV-CANCELADOS(1)
                   WHEN SRT-VENCIDO
                       ADD 1 TO WS-NIV-VENCIDOS(1)
                   WHEN OTHER
                       ADD 1 TO WS-NIV-ABERTOS(1)
               END-EVALUATE
           END-IF.

           ADD SRT-VALOR TO WS-NIV-VALOR-EMITIDO(1).
           IF SRT-CONVERTIDO
               ADD SRT-VALOR TO WS-NIV-VALOR-CONVERTIDO(1)
           END-IF.

       4500-FECHAR-VENDEDOR.
           MOVE SPACES TO VEN-NOME.
           IF WS-FS-VENDMST = "00"
               MOVE WS-ANT-VENDEDOR TO VEN-CODIGO
               READ CADASTRO-VENDEDORES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO VEN-NOME
               END-READ
               MOVE "00" TO WS-FS-VENDMST
           END-IF.

           MOVE SPACES TO WS-ROTULO.
           STRING WS-ANT-VENDEDOR " " VEN-NOME
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE 1 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

           ADD WS-NIV-EMITIDOS(1) TO WS-NIV-EMITIDOS(2).
           ADD WS-NIV-CONVERTIDOS(1) TO WS-NIV-CONVERTIDOS(2).
           ADD WS-NIV-CANCELADOS(1) TO WS-NIV-CANCELADOS(2).
           ADD WS-NIV-VENCIDOS(1) TO WS-NIV-VENCIDOS(2).
           ADD WS-NIV-ABERTOS(1) TO WS-NIV-ABERTOS(2).
           ADD WS-NIV-VALOR-EMITIDO(1) TO WS-NIV-VALOR-EMITIDO(2).
           ADD WS-NIV-VALOR-CONVERTIDO(1) TO
               WS-NIV-VALOR-CONVERTIDO(2).
           INITIALIZE WS-NIVEL(1).

       4800-IMPRIMIR-NIVEL.
           MOVE ZEROS TO WS-PERC-QTD WS-PERC-VALOR.
           IF WS-NIV-EMITIDOS(WS-NIV) > ZEROS
               COMPUTE WS-PERC-QTD ROUNDED =
                   WS-NIV-CONVERTIDOS(WS-NIV) * 100
                   / WS-NIV-EMITIDOS(WS-NIV)
           END-IF.
           IF WS-NIV-VALOR-EMITIDO(WS-NIV) > ZEROS
               COMPUTE WS-PERC-VALOR ROUNDED =
                   WS-NIV-VALOR-CONVERTIDO(WS-NIV) * 100
                   / WS-NIV-VALOR-EMITIDO(WS-NIV)
           END-IF.

           MOVE WS-NIV-EMITIDOS(WS-NIV) TO WS-CONT-EDITADO.
           MOVE WS-NIV-CONVERTIDOS(WS-NIV) TO WS-CONT-CONV-EDITADO.
           MOVE WS-NIV-CANCELADOS(WS-NIV) TO WS-CONT-CANC-EDITADO.
           MOVE WS-NIV-VENCIDOS(WS-NIV) TO WS-CONT-VENC-EDITADO.
           MOVE WS-NIV-ABERTOS(WS-NIV) TO WS-CONT-ABER-EDITADO.
           MOVE WS-PERC-QTD TO WS-PERC-QTD-EDITADO.
           MOVE WS-NIV-VALOR-EMITIDO(WS-NIV) TO WS-VALOR-EDITADO.
           MOVE WS-NIV-VALOR-CONVERTIDO(WS-NIV) TO WS-CONV-EDITADO.
           MOVE WS-PERC-VALOR TO WS-PERC-VALOR-EDITADO.

           MOVE SPACES TO ROC-LINHA.
           STRING WS-ROTULO WS-CONT-EDITADO "  "
               WS-CONT-CONV-EDITADO "  " WS-CONT-CANC-EDITADO "  "
               WS-CONT-VENC-EDITADO "  " WS-CONT-ABER-EDITADO "  "
               WS-PERC-QTD-EDITADO "  " WS-VALOR-EDITADO "   "
               WS-CONV-EDITADO " " WS-PERC-VALOR-EDITADO
               DELIMITED BY SIZE INTO ROC-LINHA.
           WRITE ROC-LINHA.

       9000-FINALIZAR.
           IF ORCAMENTOS-DISPONIVEL
               CLOSE ORCAMENTOS
           END-IF.
           IF WS-FS-VENDMST = "00"
               CLOSE CADASTRO-VENDEDORES
           END-IF.
           CLOSE RELATORIO-CONVERSAO.

           DISPLAY "RELATORIO DE CONVERSAO DE ORCAMENTOS GRAVADO EM "
               "RELORCC".

       END PROGRAM ORCCONV.
