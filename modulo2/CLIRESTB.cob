
           FD  COPIA-BACKUP
               LABEL RECORD IS STANDARD.
           01  BKP-LINHA PIC X(184).

           WORKING-STORAGE SECTION.
               77 WS-FS-CADCLI PIC X(2) VALUE "00".
                       MOVE BKP-LINHA(1:51) TO WS-TRAILER
                       SET TRAILER-LIDO TO TRUE
                   ELSE
                       MOVE BKP-LINHA(1:184) TO CLI-REGISTRO
                       WRITE CLI-REGISTRO
                       END-WRITE
                       ADD 1 TO WS-CONT-REGISTROS
