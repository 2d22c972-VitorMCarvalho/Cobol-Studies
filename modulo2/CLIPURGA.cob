           01  ARC-LINHA.
               05 ARC-DATA-PURGA PIC 9(8).
               05 FILLER PIC X(1).
               05 ARC-CLI-REGISTRO PIC X(184).

           FD  CONFIG-JOB
               LABEL RECORD IS STANDARD.
