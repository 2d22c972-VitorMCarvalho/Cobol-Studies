       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAENT.
      *************************************
      *OBJETIVO: FOLHAS DE ROTA DAS ENTREGAS DO DIA: LE AS ORDENS DE
      *ENTREGA (ENTREGA) AINDA AGENDADAS PARA A DATA INFORMADA (PADRAO
      *A DATA DE MOVIMENTO), BUSCA CIDADE E UF DO CEP NA CEPTAB PELO
      *CEPCONS E IMPRIME EM RELROTA UMA FOLHA DE ROTA POR CIDADE E
      *PREFIXO DO CEP (QUANTIDADE DE DIGITOS INFORMADA, PADRAO 5),
      *COM AS ENTREGAS EM ORDEM DE CEP, AS LINHAS DE ASSINATURA DO
      *RECEBEDOR E DE RETORNO DO MOTORISTA, O TOTAL DA FOLHA E AS
      *ASSINATURAS DO MOTORISTA E DA EXPEDICAO, E O TOTAL DO DIA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENTREGAS ASSIGN TO "ENTREGA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ENT-NUMERO
                   FILE STATUS IS WS-FS-ENTREGA.

               SELECT RELATORIO-ROTAS ASSIGN TO "RELROTA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELROTA.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK9".
       DATA DIVISION.
           FILE SECTION.
           FD  ENTREGAS
               LABEL RECORD IS STANDARD.
               COPY "ENTREGA-REG.CPY".

           FD  RELATORIO-ROTAS
               LABEL RECORD IS STANDARD.
           01  ROT-LINHA PIC X(132).

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-UF PIC X(2).
               05 SRT-CIDADE PIC X(30).
               05 SRT-PREFIXO PIC X(5).
               05 SRT-CEP PIC 9(8).
               05 SRT-NUMERO PIC 9(6).
               05 SRT-PEDIDO PIC 9(6).
               05 SRT-CLIENTE PIC 9(6).
               05 SRT-NOME PIC X(30).
               05 SRT-ENDERECO PIC X(40).
               05 SRT-TELEFONE PIC X(15).
               05 SRT-VOLUMES PIC 9(5).
               05 SRT-VALOR PIC 9(8)V99.
               05 SRT-REAGENDAMENTOS PIC 9(2).

       WORKING-STORAGE SECTION.
           77 WS-FS-ENTREGA PIC X(2) VALUE "00".
           77 WS-FS-RELROTA PIC X(2) VALUE "00".
           77 WS-ENTREGAS-SW PIC X(1) VALUE "N".
               88 ENTREGAS-DISPONIVEL VALUE "S".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-PRIMEIRO-SW PIC X(1).
               88 PRIMEIRO-REGISTRO VALUE "S".
               88 DEMAIS-REGISTROS VALUE "N".
           77 WS-DATA-ROTA PIC 9(8).
           77 WS-DIGITOS-PREFIXO PIC 9(1).
           77 WS-DIGITOS-PADRAO PIC 9(1) VALUE 5.
           77 WS-CEP-NUMERICO PIC 9(8).
           77 WS-ANT-UF PIC X(2).
           77 WS-ANT-CIDADE PIC X(30).
           77 WS-ANT-PREFIXO PIC X(5).
           77 WS-CONT-FOLHAS PIC 9(4).
           77 WS-NIV PIC 9(1).
           77 WS-ROTULO PIC X(20).
           77 WS-FOLHA-EDITADA PIC Z(3)9.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-VOLUMES-EDITADO PIC Z(5)9.
           77 WS-VOLUME-EDITADO PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(9)9,99.
           77 WS-LINHA-TRACOS PIC X(132) VALUE ALL "-".
      *****************************************
      * ACUMULADORES: 1 = FOLHA DE ROTA, 2 = TOTAL DO DIA
      *****************************************
           01 WS-NIVEIS.
               05 WS-NIVEL OCCURS 2 TIMES.
                   10 WS-NIV-ENTREGAS PIC 9(5).
                   10 WS-NIV-VOLUMES PIC 9(6).
                   10 WS-NIV-VALOR PIC 9(11)V99.
           COPY "DATMOV-REG.CPY".
           COPY "CEPCONS-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-UF SRT-CIDADE SRT-PREFIXO
                   SRT-CEP SRT-NUMERO
               INPUT PROCEDURE IS 2000-SELECIONAR-ENTREGAS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ORDENADO.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DATA DAS ENTREGAS (AAAAMMDD, ZEROS = DATA DE "
               "MOVIMENTO)".
           ACCEPT WS-DATA-ROTA.
           IF WS-DATA-ROTA = ZEROS
               MOVE DMV-DATA TO WS-DATA-ROTA
           END-IF.

           DISPLAY "DIGITOS DO PREFIXO DO CEP POR FOLHA (1 A 5, "
               "ZERO = " WS-DIGITOS-PADRAO ")".
           ACCEPT WS-DIGITOS-PREFIXO.
           IF WS-DIGITOS-PREFIXO = ZERO OR WS-DIGITOS-PREFIXO > 5
               MOVE WS-DIGITOS-PADRAO TO WS-DIGITOS-PREFIXO
           END-IF.

           OPEN INPUT ENTREGAS.
           IF WS-FS-ENTREGA = "00"
               SET ENTREGAS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO DE ENTREGAS ENTREGA AUSENTE - NADA "
                   "A ROTEIRIZAR"
               MOVE "10" TO WS-FS-ENTREGA
           END-IF.

           OPEN OUTPUT RELATORIO-ROTAS.

           INITIALIZE WS-NIVEIS.
           MOVE ZEROS TO WS-CONT-FOLHAS.

      *****************************************
      * ENTRADA DO SORT: ORDENS AGENDADAS PARA A DATA; CEP FORA DA
      * CEPTAB FICA NUMA FOLHA PROPRIA SEM CIDADE
      *****************************************
       2000-SELECIONAR-ENTREGAS.
           PERFORM 2100-LER-ENTREGA
               UNTIL WS-FS-ENTREGA NOT = "00".

       2100-LER-ENTREGA.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ENTREGA
               NOT AT END
                   IF ENT-AGENDADA
                           AND ENT-DATA-PREVISTA = WS-DATA-ROTA
                       PERFORM 2200-LIBERAR-ENTREGA
                   END-IF
           END-READ.

       2200-LIBERAR-ENTREGA.
           MOVE ENT-CEP TO CPC-CEP.
           CALL "CEPCONS" USING CPC-AREA.
           IF CPC-ACHADO
               MOVE CPC-UF TO SRT-UF
               MOVE CPC-CIDADE TO SRT-CIDADE
           ELSE
               MOVE "ZZ" TO SRT-UF
               MOVE "CEP FORA DA TABELA" TO SRT-CIDADE
           END-IF.

           MOVE ENT-CEP TO WS-CEP-NUMERICO.
           MOVE SPACES TO SRT-PREFIXO.
           MOVE WS-CEP-NUMERICO(1:WS-DIGITOS-PREFIXO) TO SRT-PREFIXO.
           MOVE ENT-CEP TO SRT-CEP.
           MOVE ENT-NUMERO TO SRT-NUMERO.
           MOVE ENT-PEDIDO TO SRT-PEDIDO.
           MOVE ENT-CLIENTE TO SRT-CLIENTE.
           MOVE ENT-NOME TO SRT-NOME.
           MOVE ENT-ENDERECO TO SRT-ENDERECO.
           MOVE ENT-TELEFONE TO SRT-TELEFONE.
           MOVE ENT-VOLUMES TO SRT-VOLUMES.
           MOVE ENT-VALOR TO SRT-VALOR.
           MOVE ENT-REAGENDAMENTOS TO SRT-REAGENDAMENTOS.

           RELEASE SRT-REGISTRO.

      *****************************************
      * SAIDA DO SORT: QUEBRA POR UF + CIDADE + PREFIXO DO CEP; CADA
      * QUEBRA ABRE UMA NOVA FOLHA DE ROTA
      *****************************************
       4000-IMPRIMIR-ORDENADO.
           SET FIM-SORT-NAO TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 4100-LER-ORDENADO
               UNTIL FIM-SORT-SIM.

           IF DEMAIS-REGISTROS
               PERFORM 4500-FECHAR-FOLHA
           END-IF.

           MOVE WS-CONT-FOLHAS TO WS-FOLHA-EDITADA.
           MOVE SPACES TO ROT-LINHA.
           STRING "ENTREGAS DE " WS-DATA-ROTA " - FOLHAS DE ROTA: "
               WS-FOLHA-EDITADA
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.
           MOVE "TOTAL DO DIA" TO WS-ROTULO.
           MOVE 2 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

       4100-LER-ORDENADO.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 4200-TRATAR-QUEBRA
                   PERFORM 4300-IMPRIMIR-ENTREGA
           END-RETURN.

       4200-TRATAR-QUEBRA.
           IF PRIMEIRO-REGISTRO
               SET DEMAIS-REGISTROS TO TRUE
               PERFORM 4400-ABRIR-FOLHA
           ELSE
               IF SRT-UF NOT = WS-ANT-UF
                       OR SRT-CIDADE NOT = WS-ANT-CIDADE
                       OR SRT-PREFIXO NOT = WS-ANT-PREFIXO
                   PERFORM 4500-FECHAR-FOLHA
                   PERFORM 4400-ABRIR-FOLHA
               END-IF
           END-IF.

      *****************************************
      * UMA ENTREGA NA FOLHA: IDENTIFICACAO, ENDERECO, LINHA DE
      * ASSINATURA DO RECEBEDOR E LINHA DE RETORNO DO MOTORISTA
      *****************************************
       4300-IMPRIMIR-ENTREGA.
           MOVE SRT-VOLUMES TO WS-VOLUME-EDITADO.
           MOVE SRT-VALOR TO WS-VALOR-EDITADO.

           MOVE SPACES TO ROT-LINHA.
           STRING "ENTREGA " SRT-NUMERO "  PEDIDO " SRT-PEDIDO
               "  CLIENTE " SRT-CLIENTE " " SRT-NOME
               "  FONE " SRT-TELEFONE
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           MOVE SPACES TO ROT-LINHA.
           STRING "   " SRT-ENDERECO "  CEP " SRT-CEP
               "  VOLUMES " WS-VOLUME-EDITADO
               "  VALOR " WS-VALOR-EDITADO
               "  REAGEND. " SRT-REAGENDAMENTOS
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           MOVE SPACES TO ROT-LINHA.
           STRING "   RECEBIDO POR: ______________________________"
               "  DOCUMENTO: ______________"
               "  ASSINATURA: ______________________________"
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           MOVE SPACES TO ROT-LINHA.
           STRING "   RETORNO: [ ] ENTREGUE  [ ] RECUSADA  "
               "[ ] REAGENDADA   MOTIVO: "
               "______________________________"
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           MOVE SPACES TO ROT-LINHA.
           WRITE ROT-LINHA.

           ADD 1 TO WS-NIV-ENTREGAS(1).
           ADD SRT-VOLUMES TO WS-NIV-VOLUMES(1).
           ADD SRT-VALOR TO WS-NIV-VALOR(1).

       4400-ABRIR-FOLHA.
           MOVE SRT-UF TO WS-ANT-UF.
           MOVE SRT-CIDADE TO WS-ANT-CIDADE.
           MOVE SRT-PREFIXO TO WS-ANT-PREFIXO.
           ADD 1 TO WS-CONT-FOLHAS.
           MOVE WS-CONT-FOLHAS TO WS-FOLHA-EDITADA.

           MOVE SPACES TO ROT-LINHA.
           STRING "FOLHA DE ROTA " WS-FOLHA-EDITADA
               " - ENTREGAS DE " WS-DATA-ROTA
               " - " SRT-CIDADE " " SRT-UF
               " - CEP " SRT-PREFIXO
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           MOVE SPACES TO ROT-LINHA.
           STRING "MOTORISTA: ______________________________"
               "  VEICULO: __________"
               "  SAIDA: __:__  RETORNO: __:__"
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

           WRITE ROT-LINHA FROM WS-LINHA-TRACOS.

       4500-FECHAR-FOLHA.
           MOVE "TOTAL DA FOLHA" TO WS-ROTULO.
           MOVE 1 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

           MOVE SPACES TO ROT-LINHA.
           WRITE ROT-LINHA.
           MOVE SPACES TO ROT-LINHA.
           STRING "ASSINATURA DO MOTORISTA: "
               "______________________________"
               "   CONFERENTE DA EXPEDICAO: "
               "______________________________"
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.
           WRITE ROT-LINHA FROM WS-LINHA-TRACOS.
           MOVE SPACES TO ROT-LINHA.
           WRITE ROT-LINHA.

           ADD WS-NIV-ENTREGAS(1) TO WS-NIV-ENTREGAS(2).
           ADD WS-NIV-VOLUMES(1) TO WS-NIV-VOLUMES(2).
           ADD WS-NIV-VALOR(1) TO WS-NIV-VALOR(2).
           INITIALIZE WS-NIVEL(1).

       4800-IMPRIMIR-NIVEL.
           MOVE WS-NIV-ENTREGAS(WS-NIV) TO WS-CONT-EDITADO.
           MOVE WS-NIV-VOLUMES(WS-NIV) TO WS-VOLUMES-EDITADO.
           MOVE WS-NIV-VALOR(WS-NIV) TO WS-VALOR-EDITADO.

           MOVE SPACES TO ROT-LINHA.
           STRING WS-ROTULO ": " WS-CONT-EDITADO " ENTREGAS  "
               WS-VOLUMES-EDITADO " VOLUMES  VALOR "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO ROT-LINHA.
           WRITE ROT-LINHA.

       9000-FINALIZAR.
           IF ENTREGAS-DISPONIVEL
               CLOSE ENTREGAS
           END-IF.
           CLOSE RELATORIO-ROTAS.

           DISPLAY "FOLHAS DE ROTA GRAVADAS EM RELROTA".

       END PROGRAM ROTAENT.
