      *PROJETO5 LE SEM NINGUEM DIGITAR O TOTAL A MAO. A LINHA GERAL
      *(CAIXA 00) SAI PRIMEIRO E DEPOIS UMA LINHA POR CAIXA, COM A
      *COLUNA DO CAIXA NO TOTAL DE CONTROLE.
      *EM SEGUIDA LISTA AS SANGRIAS DO DIA (CXMOV) UMA A UMA E OS
      *TOTAIS DE SANGRIA E SUPRIMENTO POR CAIXA, PARA O COFRE SER
      *CONFERIDO CONTRA OS ENVELOPES RECEBIDOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SELECT TOTAL-CONTROLE ASSIGN TO "TOTCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TOTCTL.

               SELECT MOVIMENTOS-GAVETA ASSIGN TO "CXMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CXMOV.
       DATA DIVISION.
           FILE SECTION.
           FD  SESSOES-CAIXA
               05 FILLER PIC X(1).
               05 TCT-SESSOES PIC 9(3).

           FD  MOVIMENTOS-GAVETA
               LABEL RECORD IS STANDARD.
               COPY "CXMOV-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-SESSOES PIC X(2) VALUE "00".
           77 WS-FS-TOTCTL PIC X(2) VALUE "00".
               05 WS-CXA-ITEM OCCURS 99 TIMES.
                   10 WS-CXA-TOTAL PIC 9(10)V99 VALUE ZEROS.
                   10 WS-CXA-SESSOES PIC 9(3) VALUE ZEROS.
                   10 WS-CXA-SANGRIAS PIC 9(10)V99 VALUE ZEROS.
                   10 WS-CXA-SUPRIMENTOS PIC 9(10)V99 VALUE ZEROS.
           77 WS-FS-CXMOV PIC X(2) VALUE "00".
           77 WS-TOTAL-SANGRIAS PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-SUPRIMENTOS PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-SUPRIMENTO-EDITADO PIC Z(8)9,99.
           77 WS-CONT-EDITADO PIC ZZ9.
           COPY "DATMOV-REG.CPY".

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-SESSOES NOT = "00".
           PERFORM 3000-LISTAR-SANGRIAS.
           PERFORM 9000-FINALIZAR.

           GOBACK.
                   END-IF
           END-READ.

      *****************************************
      * SANGRIAS DO DIA PARA A CONFERENCIA DO COFRE: UMA LINHA POR
      * SANGRIA E, POR CAIXA, O TOTAL DE SANGRIAS E DE SUPRIMENTOS
      *****************************************
       3000-LISTAR-SANGRIAS.
           OPEN INPUT MOVIMENTOS-GAVETA.
           IF WS-FS-CXMOV NOT = "00"
               DISPLAY "SEM SANGRIAS OU SUPRIMENTOS NO DIA"
           ELSE
               DISPLAY "SANGRIAS DO DIA - CONFERIR COM O COFRE"
               PERFORM 3100-LER-MOVIMENTO
                   UNTIL WS-FS-CXMOV NOT = "00"
               CLOSE MOVIMENTOS-GAVETA
               PERFORM VARYING WS-CXA-I FROM 1 BY 1
                       UNTIL WS-CXA-I > 99
                   IF WS-CXA-SANGRIAS(WS-CXA-I) > ZEROS
                           OR WS-CXA-SUPRIMENTOS(WS-CXA-I) > ZEROS
                       MOVE WS-CXA-SANGRIAS(WS-CXA-I) TO
                           WS-TOTAL-EDITADO
                       MOVE WS-CXA-SUPRIMENTOS(WS-CXA-I) TO
                           WS-SUPRIMENTO-EDITADO
                       DISPLAY "CAIXA " WS-CXA-I " SANGRIAS "
                           WS-TOTAL-EDITADO " SUPRIMENTOS "
                           WS-SUPRIMENTO-EDITADO
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-SANGRIAS TO WS-TOTAL-EDITADO
               MOVE WS-TOTAL-SUPRIMENTOS TO WS-SUPRIMENTO-EDITADO
               DISPLAY "TOTAL DO DIA - SANGRIAS " WS-TOTAL-EDITADO
                   " SUPRIMENTOS " WS-SUPRIMENTO-EDITADO
           END-IF.
           MOVE "00" TO WS-FS-CXMOV.

       3100-LER-MOVIMENTO.
           READ MOVIMENTOS-GAVETA
               AT END
                   MOVE "10" TO WS-FS-CXMOV
               NOT AT END
                   IF CXM-DATA = DMV-DATA
                       PERFORM 3200-ACUMULAR-MOVIMENTO
                   END-IF
           END-READ.

       3200-ACUMULAR-MOVIMENTO.
           IF CXM-SANGRIA
               ADD CXM-VALOR TO WS-TOTAL-SANGRIAS
               MOVE CXM-VALOR TO WS-TOTAL-EDITADO
               DISPLAY "  CAIXA " CXM-CAIXA " " CXM-OPERADOR " HORA "
                   CXM-HORA(1:6) " NUMERO " CXM-SEQUENCIA " "
                   WS-TOTAL-EDITADO " VISTO " CXM-APROVADOR
           ELSE
               ADD CXM-VALOR TO WS-TOTAL-SUPRIMENTOS
           END-IF.
           IF CXM-CAIXA >= 1 AND CXM-CAIXA <= 99
               IF CXM-SANGRIA
                   ADD CXM-VALOR TO WS-CXA-SANGRIAS(CXM-CAIXA)
               ELSE
                   ADD CXM-VALOR TO WS-CXA-SUPRIMENTOS(CXM-CAIXA)
               END-IF
           END-IF.

       9000-FINALIZAR.
           IF WS-FS-SESSOES = "10"
               CLOSE SESSOES-CAIXA
