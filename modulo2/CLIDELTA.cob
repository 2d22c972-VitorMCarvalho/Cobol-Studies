           01  ARC-LINHA.
               05 ARC-DATA-PURGA PIC 9(8).
               05 FILLER PIC X(1).
               05 ARC-CLI-REGISTRO PIC X(184).

           FD  FEED-ALTERACOES
               LABEL RECORD IS STANDARD.
           01  DLT-LINHA.
               05 DLT-ACAO PIC X(1).
               05 FILLER PIC X(1).
               05 DLT-IMAGEM PIC X(184).

           WORKING-STORAGE SECTION.
               77 WS-FS-CADCLI PIC X(2) VALUE "00".
                   05 WS-MUD-ITEM OCCURS 500 TIMES.
                       10 WS-MUD-CODIGO PIC 9(6).
                       10 WS-MUD-ACAO PIC X(1).
                       10 WS-MUD-IMAGEM PIC X(184).
               01 WS-AUD-REG.
                   05 WS-AUD-USUARIO PIC X(10).
                   05 FILLER PIC X(1).
