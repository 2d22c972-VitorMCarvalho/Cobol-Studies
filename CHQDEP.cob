       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEP.
      *************************************
      *OBJETIVO: LISTA DIARIA DE DEPOSITO DOS CHEQUES EM CUSTODIA
      *(CHEQUES): OS CHEQUES BONS PARA ATE A DATA DE MOVIMENTO SAO
      *LISTADOS EM RELCHQD POR CLIENTE, COM BANCO, AGENCIA, CONTA,
      *NUMERO, EMITENTE, BOM PARA E VALOR, E MARCADOS COMO
      *DEPOSITADOS NA DATA; NO FIM O TOTAL A DEPOSITAR E, A PARTE,
      *A QUANTIDADE E O VALOR QUE AINDA FICAM EM CUSTODIA (BONS
      *PARA DATAS FUTURAS). A REEXECUCAO NO MESMO DIA REPETE A
      *MESMA LISTA. RODA DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTODIA-CHEQUES ASSIGN TO "CHEQUES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CHQ-CHAVE
                   FILE STATUS IS WS-FS-CHEQUES.

               SELECT RELATORIO-DEPOSITO ASSIGN TO "RELCHQD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELCHQD.
       DATA DIVISION.
           FILE SECTION.
           FD  CUSTODIA-CHEQUES
               LABEL RECORD IS STANDARD.
               COPY "CHEQUE-REG.CPY".

           FD  RELATORIO-DEPOSITO
               LABEL RECORD IS STANDARD.
           01  RCD-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-CHEQUES PIC X(2) VALUE "00".
           77 WS-FS-RELCHQD PIC X(2) VALUE "00".
           77 WS-CONT-DEPOSITO PIC 9(6) VALUE ZEROS.
           77 WS-CONT-CUSTODIA PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-DEPOSITO PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-CUSTODIA PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CHEQUES = "00"
               PERFORM 2000-LER-CHEQUE UNTIL WS-FS-CHEQUES NOT = "00"
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           OPEN I-O CUSTODIA-CHEQUES.
           IF WS-FS-CHEQUES NOT = "00"
               DISPLAY "CUSTODIA DE CHEQUES CHEQUES AUSENTE - NADA A "
                   "DEPOSITAR"
           END-IF.

           OPEN OUTPUT RELATORIO-DEPOSITO.

           MOVE SPACES TO RCD-LINHA.
           STRING "CHEQUES PARA DEPOSITO EM " WS-DM-DIA "/" WS-DM-MES
               "/" WS-DM-ANO DELIMITED BY SIZE INTO RCD-LINHA.
           WRITE RCD-LINHA.
           MOVE SPACES TO RCD-LINHA.
           STRING "CLIENTE SEQ  BCO AGEN CONTA        CHEQUE EMITENTE  "
               "      BOM PARA       VALOR"
               DELIMITED BY SIZE INTO RCD-LINHA.
           WRITE RCD-LINHA.

      *****************************************
      * A DEPOSITAR = EM CUSTODIA E BOM PARA ATE A DATA DE MOVIMENTO,
      * OU JA DEPOSITADO NA PROPRIA DATA (REEXECUCAO)
      *****************************************
       2000-LER-CHEQUE.
           READ CUSTODIA-CHEQUES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CHEQUES
               NOT AT END
                   EVALUATE TRUE
                       WHEN CHQ-EM-CUSTODIA
                               AND CHQ-BOM-PARA NOT > DMV-DATA
                           PERFORM 2100-MARCAR-DEPOSITO
                       WHEN CHQ-DEPOSITADO
                               AND CHQ-DATA-DEPOSITO = DMV-DATA
                           PERFORM 2200-LISTAR-CHEQUE
                       WHEN CHQ-EM-CUSTODIA
                           ADD 1 TO WS-CONT-CUSTODIA
                           ADD CHQ-VALOR TO WS-TOTAL-CUSTODIA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2100-MARCAR-DEPOSITO.
           SET CHQ-DEPOSITADO TO TRUE.
           MOVE DMV-DATA TO CHQ-DATA-DEPOSITO.
           REWRITE CHQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O DEPOSITO DO CHEQUE "
                       CHQ-CLIENTE "/" CHQ-SEQUENCIA
               NOT INVALID KEY
                   PERFORM 2200-LISTAR-CHEQUE
           END-REWRITE.
           MOVE "00" TO WS-FS-CHEQUES.

       2200-LISTAR-CHEQUE.
           ADD 1 TO WS-CONT-DEPOSITO.
           ADD CHQ-VALOR TO WS-TOTAL-DEPOSITO.
           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.

           MOVE SPACES TO RCD-LINHA.
           STRING CHQ-CLIENTE "  " CHQ-SEQUENCIA " " CHQ-BANCO " "
               CHQ-AGENCIA " " CHQ-CONTA " " CHQ-NUMERO " "
               CHQ-EMITENTE-DOC " " CHQ-BOM-PARA " " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RCD-LINHA.
           WRITE RCD-LINHA.

       9000-FINALIZAR.
           MOVE WS-CONT-DEPOSITO TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-DEPOSITO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCD-LINHA.
           STRING "TOTAL A DEPOSITAR: " WS-CONT-EDITADO " CHEQUES  "
               WS-TOTAL-EDITADO DELIMITED BY SIZE INTO RCD-LINHA.
           WRITE RCD-LINHA.

           MOVE WS-CONT-CUSTODIA TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-CUSTODIA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCD-LINHA.
           STRING "PERMANECEM EM CUSTODIA: " WS-CONT-EDITADO
               " CHEQUES  " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RCD-LINHA.
           WRITE RCD-LINHA.

           IF WS-FS-CHEQUES = "10"
               CLOSE CUSTODIA-CHEQUES
           END-IF.
           CLOSE RELATORIO-DEPOSITO.

           MOVE WS-CONT-DEPOSITO TO WS-CONT-EDITADO.
           DISPLAY "CHEQUES PARA DEPOSITO: " WS-CONT-EDITADO
               " - LISTA EM RELCHQD".

       END PROGRAM CHQDEP.
