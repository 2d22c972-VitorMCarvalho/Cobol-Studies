           01  JBH-LINHA.
               05 JBH-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 JBH-ETAPA PIC 9(2).
               05 FILLER PIC X(1).
               05 JBH-NOME PIC X(30).
               05 FILLER PIC X(1).
           77 WS-MEDIA PIC 9(6).
           77 WS-SEG-EDITADO PIC Z(5)9.
           01 WS-ETAPAS-TABELA.
               05 WS-ETP-ITEM OCCURS 30 TIMES.
                   10 WS-ETP-NOME PIC X(30).
                   10 WS-ETP-QTD PIC 9(2).
                   10 WS-ETP-AMOSTRA OCCURS 20 TIMES.
               AT END
                   MOVE "10" TO WS-FS-JOBHIST
               NOT AT END
                   IF JBH-ETAPA >= 1 AND JBH-ETAPA <= 30
                       PERFORM 2100-GUARDAR-AMOSTRA
                   END-IF
           END-READ.

       3000-GERAR-RELATORIO.
           PERFORM 3100-RELATAR-ETAPA
               VARYING WS-ETAPA-I FROM 1 BY 1 UNTIL WS-ETAPA-I > 30.

       3100-RELATAR-ETAPA.
           IF WS-ETP-QTD(WS-ETAPA-I) > ZEROS
