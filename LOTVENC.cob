       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTVENC.
      *************************************
      *OBJETIVO: RELATORIO SEMANAL DE LOTES PROXIMOS DO VENCIMENTO
      *(RELVENC): LISTA OS LOTES ATIVOS COM SALDO NO ESTLOTE CUJA
      *VALIDADE CAI ATE A DATA DE MOVIMENTO MAIS A JANELA DE DIAS
      *DO LOTCFG (PADRAO 30), MARCANDO OS JA VENCIDOS, QUE DEVEM
      *SER BAIXADOS PELO LOTMNT. CADA LOTE E VALORIZADO AO CUSTO
      *MEDIO DO PRODUTO (OU AO CUSTO DA NOTA DO LOTE, QUANDO O
      *PRODUTO NAO TEM CUSTO MEDIO), COM TOTAIS DE VENCIDOS E A
      *VENCER. RODA NA SEGUNDA-FEIRA DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SALDOS-LOTE ASSIGN TO "ESTLOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LOT-CHAVE
                   FILE STATUS IS WS-FS-ESTLOTE.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT CONFIG-VENCIMENTO ASSIGN TO "LOTCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LOTCFG.

               SELECT RELATORIO-VENCIMENTO ASSIGN TO "RELVENC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELVENC.
       DATA DIVISION.
           FILE SECTION.
           FD  SALDOS-LOTE
               LABEL RECORD IS STANDARD.
               COPY "LOTE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  CONFIG-VENCIMENTO
               LABEL RECORD IS STANDARD.
           01  LCF-LINHA.
               05 LCF-JANELA-DIAS PIC 9(3).

           FD  RELATORIO-VENCIMENTO
               LABEL RECORD IS STANDARD.
           01  VNC-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 WS-FS-ESTLOTE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-LOTCFG PIC X(2) VALUE "00".
           77 WS-FS-RELVENC PIC X(2) VALUE "00".
           77 WS-LOTES-SW PIC X(1) VALUE "N".
               88 LOTES-DISPONIVEL VALUE "S".
           77 WS-JANELA-DIAS PIC 9(3) VALUE 30.
           77 WS-DATA-LIMITE PIC 9(8).
           77 WS-CUSTO PIC 9(6)V99.
           77 WS-VALOR-LOTE PIC 9(11)V99.
           77 WS-SITUACAO PIC X(8).
           77 WS-TOTAL-VENCIDO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-A-VENCER PIC 9(11)V99 VALUE ZEROS.
           77 WS-QTD-VENCIDOS PIC 9(5) VALUE ZEROS.
           77 WS-QTD-A-VENCER PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-SALDO-EDITADO PIC -Z(6)9.
           77 WS-CUSTO-EDITADO PIC Z(5)9,99.
           77 WS-VALOR-EDITADO PIC Z(10)9,99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-ESTLOTE = "00"
               PERFORM 2000-LER-LOTE
                   UNTIL WS-FS-ESTLOTE NOT = "00"
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.

           SET CAL-FUNCAO-SOMAR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-JANELA-DIAS TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-LIMITE.

           OPEN INPUT SALDOS-LOTE.
           IF WS-FS-ESTLOTE = "00"
               SET LOTES-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-PRODUTOS.
           OPEN OUTPUT RELATORIO-VENCIMENTO.

           MOVE SPACES TO VNC-LINHA.
           STRING "LOTES VENCIDOS OU A VENCER ATE " WS-DATA-LIMITE
               " - POSICAO EM " DMV-DATA
               " (JANELA " WS-JANELA-DIAS " DIAS)"
               DELIMITED BY SIZE INTO VNC-LINHA.
           WRITE VNC-LINHA.

           MOVE SPACES TO VNC-LINHA.
           STRING "PRODUTO DESCRICAO                      LOTE"
               "         VALIDADE   SALDO   CUSTO UNIT"
               "          VALOR SITUACAO"
               DELIMITED BY SIZE INTO VNC-LINHA.
           WRITE VNC-LINHA.

           IF NOT LOTES-DISPONIVEL
               MOVE SPACES TO VNC-LINHA
               MOVE "ARQUIVO DE LOTES ESTLOTE AUSENTE - NADA A LISTAR"
                   TO VNC-LINHA
               WRITE VNC-LINHA
               DISPLAY "ARQUIVO DE LOTES ESTLOTE AUSENTE"
           END-IF.

       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-VENCIMENTO.
           IF WS-FS-LOTCFG = "00"
               READ CONFIG-VENCIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCF-JANELA-DIAS IS NUMERIC
                               AND LCF-JANELA-DIAS > ZEROS
                           MOVE LCF-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
               CLOSE CONFIG-VENCIMENTO
           END-IF.
           MOVE "00" TO WS-FS-LOTCFG.

       2000-LER-LOTE.
           READ SALDOS-LOTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTLOTE
               NOT AT END
                   IF LOT-ATIVO AND LOT-SALDO > ZEROS
                           AND LOT-VALIDADE NOT > WS-DATA-LIMITE
                       PERFORM 2100-LISTAR-LOTE
                   END-IF
           END-READ.

      *****************************************
      * VALORIZA O LOTE AO CUSTO MEDIO DO PRODUTO; SEM CUSTO MEDIO
      * (OU SEM CADASTRO) USA O CUSTO DA NOTA GRAVADO NO LOTE
      *****************************************
       2100-LISTAR-LOTE.
           MOVE SPACES TO PRD-DESCRICAO.
           MOVE ZEROS TO WS-CUSTO.
           IF WS-FS-PRODMST = "00"
               MOVE LOT-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
                   NOT INVALID KEY
                       MOVE PRD-CUSTO-MEDIO TO WS-CUSTO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           END-IF.
           IF WS-CUSTO = ZEROS
               MOVE LOT-CUSTO TO WS-CUSTO
           END-IF.

           COMPUTE WS-VALOR-LOTE = LOT-SALDO * WS-CUSTO.

           IF LOT-VALIDADE < DMV-DATA
               MOVE "VENCIDO" TO WS-SITUACAO
               ADD 1 TO WS-QTD-VENCIDOS
               ADD WS-VALOR-LOTE TO WS-TOTAL-VENCIDO
           ELSE
               MOVE "A VENCER" TO WS-SITUACAO
               ADD 1 TO WS-QTD-A-VENCER
               ADD WS-VALOR-LOTE TO WS-TOTAL-A-VENCER
           END-IF.

           MOVE LOT-SALDO TO WS-SALDO-EDITADO.
           MOVE WS-CUSTO TO WS-CUSTO-EDITADO.
           MOVE WS-VALOR-LOTE TO WS-VALOR-EDITADO.
           MOVE SPACES TO VNC-LINHA.
           STRING LOT-PRODUTO "  " PRD-DESCRICAO " " LOT-NUMERO " "
               LOT-VALIDADE " " WS-SALDO-EDITADO " "
               WS-CUSTO-EDITADO " " WS-VALOR-EDITADO " "
               WS-SITUACAO
               DELIMITED BY SIZE INTO VNC-LINHA.
           WRITE VNC-LINHA.

       9000-FINALIZAR.
           MOVE SPACES TO VNC-LINHA.
           WRITE VNC-LINHA.

           MOVE WS-QTD-VENCIDOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-VENCIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO VNC-LINHA.
           STRING "LOTES VENCIDOS (BAIXAR NO LOTMNT): " WS-CONT-EDITADO
               " VALOR AO CUSTO: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO VNC-LINHA.
           WRITE VNC-LINHA.

           MOVE WS-QTD-A-VENCER TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-A-VENCER TO WS-VALOR-EDITADO.
           MOVE SPACES TO VNC-LINHA.
           STRING "LOTES A VENCER NA JANELA:          " WS-CONT-EDITADO
               " VALOR AO CUSTO: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO VNC-LINHA.
           WRITE VNC-LINHA.

           IF LOTES-DISPONIVEL
               CLOSE SALDOS-LOTE
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           CLOSE RELATORIO-VENCIMENTO.

           DISPLAY "RELATORIO DE VENCIMENTO DE LOTES GRAVADO EM "
               "RELVENC".

       END PROGRAM LOTVENC.
