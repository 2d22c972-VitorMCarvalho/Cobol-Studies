      *********************************
      * OBJETIVO: MODULO DE CALENDARIO DE DIAS UTEIS: FINS DE SEMANA
      *           PELO CALCULO DE ZELLER E FERIADOS MANTIDOS NO
      *           ARQUIVO TEXTO FERIADOS (DATA AAAAMMDD + DESCRICAO
      *           + FILIAL; FILIAL ZERO OU EM BRANCO = NACIONAL).
      *           O FERIADO NACIONAL VALE PARA TODOS; O DE FILIAL SO
      *           PARA QUEM CHAMA COM AQUELA FILIAL EM CAL-FILIAL.
      *           FUNCOES VIA LINKAGE (CALNEG-REG.CPY): DIA UTIL,
      *           PROXIMO/ANTERIOR DIA UTIL, DATA MENOS N DIAS
      *           CORRIDOS E ULTIMO DIA UTIL DO MES
               05 FER-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 FER-DESCRICAO PIC X(30).
               05 FILLER PIC X(1).
               05 FER-FILIAL PIC 9(3).

           WORKING-STORAGE SECTION.
               77 WS-FS-FERIADOS PIC X(2) VALUE "00".
               77 WS-FER-QTD PIC 9(3) VALUE ZEROS.
               77 WS-FER-I PIC 9(3).
               77 WS-FER-MAXIMO PIC 9(3) VALUE 500.
               77 WS-FILIAL-CONSULTA PIC 9(3) VALUE ZEROS.
               77 WS-FER-CARREGADO PIC X(1) VALUE "N".
                   88 FERIADOS-CARREGADOS VALUE "S".
                   88 FERIADOS-NAO-CARREGADOS VALUE "N".
               01 WS-FERIADOS-TABELA.
                   05 WS-FER-ITEM OCCURS 500 TIMES.
                       10 WS-FER-DATA PIC 9(8).
                       10 WS-FER-FILIAL PIC 9(3).
               01 WS-DATA-TRABALHO.
                   05 WS-DT-ANO PIC 9(4).
                   05 WS-DT-MES PIC 9(2).
               PERFORM 1000-CARREGAR-FERIADOS
           END-IF.

           IF CAL-FILIAL IS NUMERIC
               MOVE CAL-FILIAL TO WS-FILIAL-CONSULTA
           ELSE
               MOVE ZEROS TO WS-FILIAL-CONSULTA
           END-IF.

           MOVE CAL-DATA TO WS-DATA-TRABALHO.
           SET CAL-NAO TO TRUE.
           MOVE ZEROS TO CAL-DATA-RESULTADO.
           IF WS-FS-FERIADOS = "00"
               PERFORM 1100-CARREGAR-FERIADOS-LOOP
                   UNTIL WS-FS-FERIADOS NOT = "00"
                       OR WS-FER-QTD >= WS-FER-MAXIMO
               CLOSE ARQUIVO-FERIADOS
           END-IF.
           MOVE "00" TO WS-FS-FERIADOS.
                   IF FER-DATA IS NUMERIC AND FER-DATA > ZEROS
                       ADD 1 TO WS-FER-QTD
                       MOVE FER-DATA TO WS-FER-DATA(WS-FER-QTD)
                       IF FER-FILIAL IS NUMERIC
                           MOVE FER-FILIAL TO WS-FER-FILIAL(WS-FER-QTD)
                       ELSE
                           MOVE ZEROS TO WS-FER-FILIAL(WS-FER-QTD)
                       END-IF
                   END-IF
           END-READ.

               PERFORM VARYING WS-FER-I FROM 1 BY 1
                       UNTIL WS-FER-I > WS-FER-QTD OR DIA-NAO-UTIL
                   IF WS-FER-DATA(WS-FER-I) = WS-DATA-TRABALHO
                       IF WS-FER-FILIAL(WS-FER-I) = ZEROS
                               OR WS-FER-FILIAL(WS-FER-I) =
                                   WS-FILIAL-CONSULTA
                           SET DIA-NAO-UTIL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
