      *POR OPERADOR AS DIFERENCAS DO ANO/MES (QUANTIDADE DE QUEBRAS,
      *SOMA DAS SOBRAS E SOMA DAS FALTAS), LISTANDO CADA OCORRENCIA
      *EM RELQUEBR PARA AS FALTAS CRONICAS FICAREM VISIVEIS.
      *A PARTE DE CADA FALTA QUE PASSA DA TOLERANCIA DO QBRCFG E O
      *VALOR A DESCONTAR NA FOLHA, POR OPERADOR E NO TOTAL, O MESMO
      *QUE O FOLHAEXP ENVIA NA INTERFACE DA FOLHA.
      *FECHA COM AS SANGRIAS E SUPRIMENTOS DO PERIODO (CXMOV), UM A
      *UM E TOTALIZADOS, PARA O COFRE SER CONCILIADO CONTRA ELES.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SELECT RELATORIO-QUEBRAS ASSIGN TO "RELQUEBR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELQUEBR.

               SELECT MOVIMENTOS-GAVETA ASSIGN TO "CXMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CXMOV.

               SELECT CONFIG-QUEBRA ASSIGN TO "QBRCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QBRCFG.
       DATA DIVISION.
           FILE SECTION.
           FD  LIVRO-QUEBRAS
               LABEL RECORD IS STANDARD.
           01  RQB-LINHA PIC X(100).

           FD  MOVIMENTOS-GAVETA
               LABEL RECORD IS STANDARD.
               COPY "CXMOV-REG.CPY".

           FD  CONFIG-QUEBRA
               LABEL RECORD IS STANDARD.
           01  QCF-LINHA.
               05 QCF-TOLERANCIA PIC 9(4)V99.
               05 FILLER PIC X(1).
               05 QCF-LIMITE-MOVIMENTO PIC 9(6)V99.

       WORKING-STORAGE SECTION.
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-RELQUEBR PIC X(2) VALUE "00".
           77 WS-DIFERENCA-EDITADA PIC +Z(6)9,99.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-CONT-EDITADO PIC Z(3)9.
           77 WS-FS-CXMOV PIC X(2) VALUE "00".
           77 WS-TOTAL-SANGRIAS PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-SUPRIMENTOS PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-TIPO-MOVIMENTO PIC X(10).
           77 WS-FS-QBRCFG PIC X(2) VALUE "00".
           77 WS-TOLERANCIA PIC 9(4)V99 VALUE 5.
           77 WS-FALTA PIC 9(8)V99.
           77 WS-TOTAL-DESCONTO PIC 9(10)V99 VALUE ZEROS.
           01 WS-PERIODO-RELATORIO.
               05 WS-PR-ANO PIC 9(4).
               05 WS-PR-MES PIC 9(2).
                   10 WS-OPE-TAB-QUEBRAS PIC 9(4).
                   10 WS-OPE-TAB-SOBRAS PIC 9(8)V99.
                   10 WS-OPE-TAB-FALTAS PIC 9(8)V99.
                   10 WS-OPE-TAB-DESCONTO PIC 9(8)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-QUEBRAS NOT = "00".
           PERFORM 3000-RESUMIR-OPERADORES.
           PERFORM 4000-LISTAR-MOVIMENTOS.
           PERFORM 9000-FINALIZAR.

           STOP RUN.
           MOVE WS-ANO-RELATORIO TO WS-PR-ANO.
           MOVE WS-MES-RELATORIO TO WS-PR-MES.

           OPEN INPUT CONFIG-QUEBRA.
           IF WS-FS-QBRCFG = "00"
               READ CONFIG-QUEBRA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QCF-TOLERANCIA TO WS-TOLERANCIA
               END-READ
               CLOSE CONFIG-QUEBRA
           END-IF.
           MOVE "00" TO WS-FS-QBRCFG.

           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS NOT = "00"
               DISPLAY "LIVRO DE QUEBRAS AUSENTE - NADA A RELATAR"
                   SET OPERADOR-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF OPERADOR-ACHADO
               SUBTRACT 1 FROM WS-OPE-I
           END-IF.

           IF OPERADOR-NAO-ACHADO
               IF WS-OPE-QTD < 100
                   MOVE ZEROS TO WS-OPE-TAB-QUEBRAS(WS-OPE-I)
                   MOVE ZEROS TO WS-OPE-TAB-SOBRAS(WS-OPE-I)
                   MOVE ZEROS TO WS-OPE-TAB-FALTAS(WS-OPE-I)
                   MOVE ZEROS TO WS-OPE-TAB-DESCONTO(WS-OPE-I)
               END-IF
           END-IF.

               ELSE
                   SUBTRACT QBR-DIFERENCA FROM
                       WS-OPE-TAB-FALTAS(WS-OPE-I)
                   COMPUTE WS-FALTA = ZEROS - QBR-DIFERENCA
                   IF WS-FALTA > WS-TOLERANCIA
                       COMPUTE WS-OPE-TAB-DESCONTO(WS-OPE-I) =
                           WS-OPE-TAB-DESCONTO(WS-OPE-I) +
                           WS-FALTA - WS-TOLERANCIA
                       COMPUTE WS-TOTAL-DESCONTO = WS-TOTAL-DESCONTO
                           + WS-FALTA - WS-TOLERANCIA
                   END-IF
               END-IF
           END-IF.

               VARYING WS-OPE-I FROM 1 BY 1
               UNTIL WS-OPE-I > WS-OPE-QTD.

           MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RQB-LINHA.
           STRING "TOTAL DE FALTAS A DESCONTAR NA FOLHA "
               WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

       3100-RESUMIR-UM-OPERADOR.
           MOVE WS-OPE-TAB-QUEBRAS(WS-OPE-I) TO WS-CONT-EDITADO.
           MOVE SPACES TO RQB-LINHA.
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

           MOVE WS-OPE-TAB-DESCONTO(WS-OPE-I) TO WS-VALOR-EDITADO.
           MOVE SPACES TO RQB-LINHA.
           STRING "    A DESCONTAR NA FOLHA " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

      *****************************************
      * SANGRIAS E SUPRIMENTOS DO PERIODO, COM O VISTO QUANDO HOUVE
      *****************************************
       4000-LISTAR-MOVIMENTOS.
           MOVE SPACES TO RQB-LINHA.
           WRITE RQB-LINHA.
           MOVE "SANGRIAS E SUPRIMENTOS DE CAIXA" TO RQB-LINHA.
           WRITE RQB-LINHA.

           OPEN INPUT MOVIMENTOS-GAVETA.
           IF WS-FS-CXMOV = "00"
               PERFORM 4100-LER-MOVIMENTO
                   UNTIL WS-FS-CXMOV NOT = "00"
               CLOSE MOVIMENTOS-GAVETA
           END-IF.
           MOVE "00" TO WS-FS-CXMOV.

           MOVE WS-TOTAL-SANGRIAS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RQB-LINHA.
           STRING "  TOTAL DE SANGRIAS    " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

           MOVE WS-TOTAL-SUPRIMENTOS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RQB-LINHA.
           STRING "  TOTAL DE SUPRIMENTOS " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

       4100-LER-MOVIMENTO.
           READ MOVIMENTOS-GAVETA
               AT END
                   MOVE "10" TO WS-FS-CXMOV
               NOT AT END
                   IF CXM-DATA(1:6) = WS-PERIODO-RELATORIO
                       PERFORM 4200-LISTAR-MOVIMENTO
                   END-IF
           END-READ.

       4200-LISTAR-MOVIMENTO.
           IF CXM-SANGRIA
               MOVE "SANGRIA" TO WS-TIPO-MOVIMENTO
               ADD CXM-VALOR TO WS-TOTAL-SANGRIAS
           ELSE
               MOVE "SUPRIMENTO" TO WS-TIPO-MOVIMENTO
               ADD CXM-VALOR TO WS-TOTAL-SUPRIMENTOS
           END-IF.

           MOVE CXM-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO RQB-LINHA.
           STRING CXM-DATA " " CXM-OPERADOR " CAIXA " CXM-CAIXA
               " HORA " CXM-HORA(1:6) " " WS-TIPO-MOVIMENTO " "
               WS-VALOR-EDITADO " VISTO " CXM-APROVADOR
               DELIMITED BY SIZE INTO RQB-LINHA.
           WRITE RQB-LINHA.

       9000-FINALIZAR.
           IF WS-FS-QUEBRAS = "10"
               CLOSE LIVRO-QUEBRAS
