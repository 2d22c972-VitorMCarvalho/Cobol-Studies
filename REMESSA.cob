      *VENCIMENTO), ENTRE REGISTROS DE HEADER E TRAILER DE CONTROLE,
      *MARCANDO CADA TITULO COMO ENVIADO AO BANCO PARA NAO SER
      *TRANSMITIDO DUAS VEZES. FECHA O CICLO COM A BAIXA DO ARQUIVO
      *DE RETORNO (BAIXAREC EM MODO BATCH). O TITULO AINDA SEM
      *NOSSO NUMERO RECEBE O PROXIMO (MAIOR JA ATRIBUIDO NO CTRECEB
      *MAIS UM), O MESMO QUE O BOLETO IMPRESSO USA, E O NUMERO VAI
      *NO DETALHE PARA O BANCO REGISTRAR O TITULO. O HEADER LEVA O
      *PROXIMO NUMERO DE SEQUENCIA DO REMBANCO (SEQCTL) E O ARQUIVO
      *GERADO FICA REGISTRADO NO SEQARQ COM QUANTIDADE E TOTAL.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 REM-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 REM-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 REM-H-SEQUENCIA PIC 9(6).
           01  REM-DETALHE.
               05 REM-D-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 REM-D-VALOR PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 REM-D-VENCIMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 REM-D-NOSSO-NUMERO PIC 9(11).
           01  REM-TRAILER.
               05 REM-T-TIPO PIC X(1).
               05 FILLER PIC X(1).
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-ULTIMO-NOSSO-NUMERO PIC 9(11) VALUE ZEROS.
           COPY "DATMOV-REG.CPY".
           COPY "RUNCTL-REG.CPY".
           COPY "SEQCTL-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE - NADA A "
                   "REMETER"
               MOVE "10" TO WS-FS-CTRECEB
           ELSE
               PERFORM 1100-MAIOR-NOSSO-NUMERO
           END-IF.

           OPEN OUTPUT REMESSA-BANCO.

           SET SQC-FUNCAO-PROXIMO TO TRUE.
           MOVE "REMBANCO" TO SQC-ARQUIVO.
           CALL "SEQCTL" USING SQC-AREA.

           MOVE SPACES TO REM-HEADER.
           MOVE "H" TO REM-H-TIPO.
           MOVE DMV-DATA TO REM-H-DATA.
           MOVE SQC-NUMERO TO REM-H-SEQUENCIA.
           WRITE REM-HEADER.

      *****************************************
      * MAIOR NOSSO NUMERO JA ATRIBUIDO; DEIXA O ARQUIVO
      * POSICIONADO NO INICIO PARA A LEITURA DOS TITULOS
      *****************************************
       1100-MAIOR-NOSSO-NUMERO.
           PERFORM 1110-MAIOR-NOSSO-NUMERO-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".

           MOVE "00" TO WS-FS-CTRECEB.
           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CTRECEB
           END-START.

       1110-MAIOR-NOSSO-NUMERO-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-NOSSO-NUMERO IS NUMERIC
                           AND REC-NOSSO-NUMERO > WS-ULTIMO-NOSSO-NUMERO
                       MOVE REC-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
                   END-IF
           END-READ.

       2000-PROCESSAR.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
           END-READ.

       2100-REMETER-TITULO.
           IF REC-NOSSO-NUMERO IS NOT NUMERIC
                   OR REC-NOSSO-NUMERO = ZEROS
               ADD 1 TO WS-ULTIMO-NOSSO-NUMERO
               MOVE WS-ULTIMO-NOSSO-NUMERO TO REC-NOSSO-NUMERO
           END-IF.

           MOVE SPACES TO REM-DETALHE.
           MOVE "D" TO REM-D-TIPO.
           MOVE REC-CLIENTE TO REM-D-CLIENTE.
           MOVE REC-DOCUMENTO TO REM-D-DOCUMENTO.
           MOVE REC-SALDO TO REM-D-VALOR.
           MOVE REC-VENCIMENTO TO REM-D-VENCIMENTO.
           MOVE REC-NOSSO-NUMERO TO REM-D-NOSSO-NUMERO.
           WRITE REM-DETALHE.

           MOVE "E" TO REC-SITUACAO-BANCO.
           END-IF.
           CLOSE REMESSA-BANCO.

           SET SQC-FUNCAO-ENVIADO TO TRUE.
           MOVE DMV-DATA TO SQC-DATA-ARQUIVO.
           MOVE WS-CONT-TITULOS TO SQC-QUANTIDADE.
           MOVE WS-TOTAL-REMESSA TO SQC-TOTAL.
           CALL "SEQCTL" USING SQC-AREA.
           IF NOT SQC-OK
               DISPLAY "ERRO AO REGISTRAR A SEQUENCIA DO REMBANCO"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WS-CONT-TITULOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-REMESSA TO WS-TOTAL-EDITADO.
           DISPLAY "REMESSA GRAVADA EM REMBANCO - TITULOS: "
               WS-CONT-EDITADO " TOTAL: " WS-TOTAL-EDITADO
               " SEQUENCIA: " SQC-NUMERO.

       END PROGRAM REMESSA.
