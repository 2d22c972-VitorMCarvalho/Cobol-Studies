
           FD  COPIA-BACKUP
               LABEL RECORD IS STANDARD.
           01  BKP-LINHA PIC X(184).

           FD  CONTROLE-BACKUP
               LABEL RECORD IS STANDARD.
               77 WS-HASH-CODIGOS PIC 9(12) VALUE ZEROS.
               77 WS-TOTAL-VALORES PIC 9(12)V99 VALUE ZEROS.
               77 WS-CONT-EDITADO PIC Z(5)9.
               77 WS-MODO-EXECUCAO PIC X(10).
               01 WS-TRAILER.
                   05 FILLER PIC X(8) VALUE "TRAILER ".
                   05 WS-TRL-CONTAGEM PIC 9(6).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-TRL-DATA PIC 9(8).

           LINKAGE SECTION.
               77 LK-MODO-EXECUCAO PIC X(10).

       PROCEDURE DIVISION USING LK-MODO-EXECUCAO.
       0001-PRINCIPAL.
           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE.

           IF WS-MODO-EXECUCAO NOT = "BATCH"
               MOVE LK-MODO-EXECUCAO TO WS-MODO-EXECUCAO
           END-IF.

           PERFORM 1000-INICIAR.
           PERFORM 2000-DESCARREGAR-CADCLI.
           PERFORM 3000-DESCARREGAR-VENDCLI.
           PERFORM 4000-ATUALIZAR-CONTROLE.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
               END-READ
               CLOSE CONTROLE-BACKUP
           ELSE
               IF WS-MODO-EXECUCAO = "BATCH"
                   DISPLAY "CONTROLE BKPCTL AUSENTE - MANTENDO "
                       WS-MAX-GERACOES " GERACOES"
               ELSE
                   DISPLAY "CONTROLE BKPCTL AUSENTE - DIGITE O NUMERO "
                       "DE GERACOES A MANTER"
                   ACCEPT WS-MAX-GERACOES
                   IF WS-MAX-GERACOES = ZEROS
                       MOVE 3 TO WS-MAX-GERACOES
                   END-IF
               END-IF
           END-IF.

                   MOVE "10" TO WS-FS-CADCLI
               NOT AT END
                   MOVE SPACES TO BKP-LINHA
                   MOVE CLI-REGISTRO TO BKP-LINHA(1:184)
                   WRITE BKP-LINHA
                   ADD 1 TO WS-CONT-REGISTROS
                   ADD CLI-CODIGO TO WS-HASH-CODIGOS
