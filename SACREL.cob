       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACREL.
      *************************************
      *OBJETIVO: RELATORIO SEMANAL DO ATENDIMENTO AO CLIENTE (RELSAC)
      *SOBRE OS CASOS DO CASOSAC, PARA OS 7 DIAS CORRIDOS ATE A DATA
      *DE MOVIMENTO:
      *- CASOS ABERTOS E ENCERRADOS NA SEMANA POR CATEGORIA;
      *- TEMPO MEDIO DE RESOLUCAO (DIAS CORRIDOS DA ABERTURA ATE O
      *  ENCERRAMENTO) DOS CASOS ENCERRADOS NA SEMANA;
      *- BACKLOG DOS CASOS AINDA PENDENTES POR FAIXA DE IDADE (ATE 7,
      *  8 A 15, 16 A 30 E MAIS DE 30 DIAS) E CATEGORIA.
      *RODA NA SEGUNDA-FEIRA DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASOS-ATENDIMENTO ASSIGN TO "CASOSAC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAS-NUMERO
                   ALTERNATE RECORD KEY IS CAS-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CASOSAC.

               SELECT RELATORIO-ATENDIMENTO ASSIGN TO "RELSAC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELSAC.
       DATA DIVISION.
           FILE SECTION.
           FD  CASOS-ATENDIMENTO
               LABEL RECORD IS STANDARD.
               COPY "CASOSAC-REG.CPY".

           FD  RELATORIO-ATENDIMENTO
               LABEL RECORD IS STANDARD.
           01  SAC-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-CASOSAC PIC X(2) VALUE "00".
           77 WS-FS-RELSAC PIC X(2) VALUE "00".
           77 WS-SEMANA-INICIO PIC 9(8).
           77 WS-SEMANA-FIM PIC 9(8).
           77 WS-CAT-I PIC 9(2).
           77 WS-FAIXA-I PIC 9(1).
           77 WS-DIAS PIC 9(4).
           77 WS-CONT-LIDOS PIC 9(6) VALUE ZEROS.
           77 WS-TOT-ABERTOS PIC 9(5) VALUE ZEROS.
           77 WS-TOT-ENCERRADOS PIC 9(5) VALUE ZEROS.
           77 WS-TOT-DIAS PIC 9(7) VALUE ZEROS.
           77 WS-TOT-PENDENTES PIC 9(5) VALUE ZEROS.
           77 WS-MEDIA PIC 9(4)V9.
           77 WS-QTD-EDITADO PIC Z(4)9.
           77 WS-QTD-EDITADO-2 PIC Z(4)9.
           77 WS-MEDIA-EDITADO PIC Z(3)9,9.
           01 WS-LINHA-BACKLOG.
               05 WS-LBK-NOME PIC X(16).
               05 WS-LBK-FAIXA OCCURS 4 TIMES.
                   10 WS-LBK-QTD PIC Z(4)9.
                   10 FILLER PIC X(5).
               05 WS-LBK-TOTAL PIC Z(4)9.

      *    NOMES DAS CATEGORIAS NA ORDEM DOS CODIGOS D E N C A O
           01 WS-NOMES-CATEGORIAS.
               05 FILLER PIC X(16) VALUE "DEFEITO".
               05 FILLER PIC X(16) VALUE "ESTORNO/DEVOL.".
               05 FILLER PIC X(16) VALUE "ENTREGA".
               05 FILLER PIC X(16) VALUE "COBRANCA".
               05 FILLER PIC X(16) VALUE "ATENDIMENTO".
               05 FILLER PIC X(16) VALUE "OUTROS".
           01 WS-NOMES-CAT-R REDEFINES WS-NOMES-CATEGORIAS.
               05 WS-CAT-NOME PIC X(16) OCCURS 6 TIMES.

           01 WS-CATEGORIAS.
               05 WS-CAT-ITEM OCCURS 6 TIMES.
                   10 WS-CAT-ABERTOS PIC 9(5).
                   10 WS-CAT-ENCERRADOS PIC 9(5).
                   10 WS-CAT-DIAS PIC 9(7).
                   10 WS-CAT-PENDENTES PIC 9(5).
                   10 WS-CAT-FAIXA PIC 9(5) OCCURS 4 TIMES.
           01 WS-TOTAIS-FAIXA.
               05 WS-TOT-FAIXA PIC 9(5) OCCURS 4 TIMES.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CASOSAC = "00"
               PERFORM 2000-LER-CASO UNTIL WS-FS-CASOSAC NOT = "00"
               MOVE "00" TO WS-FS-CASOSAC
               CLOSE CASOS-ATENDIMENTO
           END-IF.

           PERFORM 3000-IMPRIMIR-SEMANA.
           PERFORM 4000-IMPRIMIR-BACKLOG.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           MOVE DMV-DATA TO WS-SEMANA-FIM.
           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE WS-SEMANA-FIM TO CAL-DATA.
           MOVE 6 TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-SEMANA-INICIO.

           INITIALIZE WS-CATEGORIAS WS-TOTAIS-FAIXA.

           OPEN INPUT CASOS-ATENDIMENTO.
           IF WS-FS-CASOSAC NOT = "00"
               DISPLAY "ARQUIVO CASOSAC AUSENTE - RELATORIO SEM CASOS"
           END-IF.

           OPEN OUTPUT RELATORIO-ATENDIMENTO.

           MOVE SPACES TO SAC-LINHA.
           STRING "ATENDIMENTO AO CLIENTE - SEMANA DE "
               WS-SEMANA-INICIO " A " WS-SEMANA-FIM
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.

       2000-LER-CASO.
           READ CASOS-ATENDIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CASOSAC
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM 2100-TRATAR-CASO
           END-READ.

       2100-TRATAR-CASO.
           EVALUATE TRUE
               WHEN CAS-CAT-DEFEITO
                   MOVE 1 TO WS-CAT-I
               WHEN CAS-CAT-ESTORNO
                   MOVE 2 TO WS-CAT-I
               WHEN CAS-CAT-ENTREGA
                   MOVE 3 TO WS-CAT-I
               WHEN CAS-CAT-COBRANCA
                   MOVE 4 TO WS-CAT-I
               WHEN CAS-CAT-ATENDIMENTO
                   MOVE 5 TO WS-CAT-I
               WHEN OTHER
                   MOVE 6 TO WS-CAT-I
           END-EVALUATE.

           IF CAS-DATA-ABERTURA >= WS-SEMANA-INICIO
                   AND CAS-DATA-ABERTURA <= WS-SEMANA-FIM
               ADD 1 TO WS-CAT-ABERTOS(WS-CAT-I)
               ADD 1 TO WS-TOT-ABERTOS
           END-IF.

           IF CAS-ENCERRADO
                   AND CAS-DATA-RESOLUCAO >= WS-SEMANA-INICIO
                   AND CAS-DATA-RESOLUCAO <= WS-SEMANA-FIM
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE CAS-DATA-ABERTURA TO CAL-DATA
               MOVE CAS-DATA-RESOLUCAO TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA
               ADD 1 TO WS-CAT-ENCERRADOS(WS-CAT-I)
               ADD CAL-DIAS TO WS-CAT-DIAS(WS-CAT-I)
               ADD 1 TO WS-TOT-ENCERRADOS
               ADD CAL-DIAS TO WS-TOT-DIAS
           END-IF.

           IF CAS-PENDENTE AND CAS-DATA-ABERTURA <= WS-SEMANA-FIM
               PERFORM 2200-CLASSIFICAR-IDADE
           END-IF.

      *****************************************
      * IDADE DO CASO PENDENTE EM DIAS CORRIDOS ATE A DATA DE
      * MOVIMENTO: 1 = ATE 7, 2 = 8 A 15, 3 = 16 A 30, 4 = MAIS DE 30
      *****************************************
       2200-CLASSIFICAR-IDADE.
           SET CAL-FUNCAO-DIFERENCA TO TRUE.
           MOVE CAS-DATA-ABERTURA TO CAL-DATA.
           MOVE WS-SEMANA-FIM TO CAL-DATA-2.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DIAS TO WS-DIAS.

           EVALUATE TRUE
               WHEN WS-DIAS <= 7
                   MOVE 1 TO WS-FAIXA-I
               WHEN WS-DIAS <= 15
                   MOVE 2 TO WS-FAIXA-I
               WHEN WS-DIAS <= 30
                   MOVE 3 TO WS-FAIXA-I
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA-I
           END-EVALUATE.

           ADD 1 TO WS-CAT-FAIXA(WS-CAT-I WS-FAIXA-I).
           ADD 1 TO WS-CAT-PENDENTES(WS-CAT-I).
           ADD 1 TO WS-TOT-FAIXA(WS-FAIXA-I).
           ADD 1 TO WS-TOT-PENDENTES.

       3000-IMPRIMIR-SEMANA.
           MOVE SPACES TO SAC-LINHA.
           WRITE SAC-LINHA.
           MOVE SPACES TO SAC-LINHA.
           STRING "CATEGORIA        ABERTOS  ENCERRADOS  "
               "MEDIA DIAS P/ RESOLVER"
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.

           PERFORM 3100-IMPRIMIR-CATEGORIA
               VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 6.

           MOVE ZEROS TO WS-MEDIA.
           IF WS-TOT-ENCERRADOS > ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-TOT-DIAS / WS-TOT-ENCERRADOS
           END-IF.
           MOVE WS-TOT-ABERTOS TO WS-QTD-EDITADO.
           MOVE WS-TOT-ENCERRADOS TO WS-QTD-EDITADO-2.
           MOVE WS-MEDIA TO WS-MEDIA-EDITADO.
           MOVE SPACES TO SAC-LINHA.
           STRING "TOTAL           " "  " WS-QTD-EDITADO
               "       " WS-QTD-EDITADO-2 "       " WS-MEDIA-EDITADO
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.

       3100-IMPRIMIR-CATEGORIA.
           MOVE ZEROS TO WS-MEDIA.
           IF WS-CAT-ENCERRADOS(WS-CAT-I) > ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-CAT-DIAS(WS-CAT-I) / WS-CAT-ENCERRADOS(WS-CAT-I)
           END-IF.
           MOVE WS-CAT-ABERTOS(WS-CAT-I) TO WS-QTD-EDITADO.
           MOVE WS-CAT-ENCERRADOS(WS-CAT-I) TO WS-QTD-EDITADO-2.
           MOVE WS-MEDIA TO WS-MEDIA-EDITADO.
           MOVE SPACES TO SAC-LINHA.
           STRING WS-CAT-NOME(WS-CAT-I) "  " WS-QTD-EDITADO
               "       " WS-QTD-EDITADO-2 "       " WS-MEDIA-EDITADO
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.

       4000-IMPRIMIR-BACKLOG.
           MOVE SPACES TO SAC-LINHA.
           WRITE SAC-LINHA.
           MOVE SPACES TO SAC-LINHA.
           STRING "BACKLOG DE CASOS PENDENTES POR IDADE EM "
               WS-SEMANA-FIM
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.
           MOVE SPACES TO SAC-LINHA.
           STRING "CATEGORIA         ATE 7    8 A 15   16 A 30   "
               "MAIS 30     TOTAL"
               DELIMITED BY SIZE INTO SAC-LINHA.
           WRITE SAC-LINHA.

           PERFORM 4100-IMPRIMIR-LINHA-BACKLOG
               VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 6.

           MOVE SPACES TO WS-LINHA-BACKLOG.
           MOVE "TOTAL" TO WS-LBK-NOME.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 4
               MOVE WS-TOT-FAIXA(WS-FAIXA-I) TO WS-LBK-QTD(WS-FAIXA-I)
           END-PERFORM.
           MOVE WS-TOT-PENDENTES TO WS-LBK-TOTAL.
           MOVE WS-LINHA-BACKLOG TO SAC-LINHA.
           WRITE SAC-LINHA.

       4100-IMPRIMIR-LINHA-BACKLOG.
           MOVE SPACES TO WS-LINHA-BACKLOG.
           MOVE WS-CAT-NOME(WS-CAT-I) TO WS-LBK-NOME.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 4
               MOVE WS-CAT-FAIXA(WS-CAT-I WS-FAIXA-I)
                   TO WS-LBK-QTD(WS-FAIXA-I)
           END-PERFORM.
           MOVE WS-CAT-PENDENTES(WS-CAT-I) TO WS-LBK-TOTAL.
           MOVE WS-LINHA-BACKLOG TO SAC-LINHA.
           WRITE SAC-LINHA.

       9000-FINALIZAR.
           CLOSE RELATORIO-ATENDIMENTO.

           MOVE WS-TOT-PENDENTES TO WS-QTD-EDITADO.
           DISPLAY "RELATORIO DE ATENDIMENTO GRAVADO EM RELSAC - "
               "CASOS PENDENTES: " WS-QTD-EDITADO.

       END PROGRAM SACREL.
