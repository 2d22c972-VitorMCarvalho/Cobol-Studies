       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTROLA.
      *************************************
      *OBJETIVO: VIRADA NOTURNA DAS ENTREGAS: TODA ORDEM DE ENTREGA
      *(ENTREGA) AINDA AGENDADA COM DATA PREVISTA ATE A DATA DE
      *MOVIMENTO FICOU SEM BAIXA DO RETORNO DO MOTORISTA E ROLA PARA
      *O PROXIMO DIA UTIL (CALNEG), SOMANDO UM REAGENDAMENTO, PARA
      *ENTRAR NA FOLHA DE ROTA DO DIA SEGUINTE. LISTA AS ORDENS
      *ROLADAS EM RELENTRO. RODA DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENTREGAS ASSIGN TO "ENTREGA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ENT-NUMERO
                   FILE STATUS IS WS-FS-ENTREGA.

               SELECT RELATORIO-ROLAGEM ASSIGN TO "RELENTRO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELENTRO.
       DATA DIVISION.
           FILE SECTION.
           FD  ENTREGAS
               LABEL RECORD IS STANDARD.
               COPY "ENTREGA-REG.CPY".

           FD  RELATORIO-ROLAGEM
               LABEL RECORD IS STANDARD.
           01  RRO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-ENTREGA PIC X(2) VALUE "00".
           77 WS-FS-RELENTRO PIC X(2) VALUE "00".
           77 WS-ENTREGAS-SW PIC X(1) VALUE "N".
               88 ENTREGAS-DISPONIVEL VALUE "S".
           77 WS-PROXIMO-UTIL PIC 9(8).
           77 WS-DATA-ANTERIOR PIC 9(8).
           77 WS-CONT-ROLADAS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-ENTREGA NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           SET CAL-FUNCAO-PROXIMO TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE ZEROS TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-PROXIMO-UTIL.

           OPEN I-O ENTREGAS.
           IF WS-FS-ENTREGA = "00"
               SET ENTREGAS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO DE ENTREGAS ENTREGA AUSENTE - NADA A "
                   "ROLAR"
               MOVE "10" TO WS-FS-ENTREGA
           END-IF.

           OPEN OUTPUT RELATORIO-ROLAGEM.
           MOVE SPACES TO RRO-LINHA.
           STRING "ENTREGAS SEM BAIXA EM " DMV-DATA
               " ROLADAS PARA " WS-PROXIMO-UTIL
               DELIMITED BY SIZE INTO RRO-LINHA.
           WRITE RRO-LINHA.
           MOVE SPACES TO RRO-LINHA.
           STRING "ENTREGA PEDIDO CLIENTE NOME                         "
               "   PREVISTA ORIGINAL REAG"
               DELIMITED BY SIZE INTO RRO-LINHA.
           WRITE RRO-LINHA.

       2000-PROCESSAR.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ENTREGA
               NOT AT END
                   IF ENT-AGENDADA
                           AND ENT-DATA-PREVISTA NOT > DMV-DATA
                       PERFORM 2100-ROLAR-ENTREGA
                   END-IF
           END-READ.

       2100-ROLAR-ENTREGA.
           MOVE ENT-DATA-PREVISTA TO WS-DATA-ANTERIOR.
           MOVE WS-PROXIMO-UTIL TO ENT-DATA-PREVISTA.
           IF ENT-REAGENDAMENTOS < 99
               ADD 1 TO ENT-REAGENDAMENTOS
           END-IF.
           MOVE "SEM BAIXA - ROLADA" TO ENT-OCORRENCIA.

           REWRITE ENT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ROLAR A ENTREGA " ENT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ROLADAS
                   MOVE SPACES TO RRO-LINHA
                   STRING ENT-NUMERO "  " ENT-PEDIDO " " ENT-CLIENTE
                       " " ENT-NOME "  " WS-DATA-ANTERIOR " "
                       ENT-DATA-ORIGINAL "  " ENT-REAGENDAMENTOS
                       DELIMITED BY SIZE INTO RRO-LINHA
                   WRITE RRO-LINHA
           END-REWRITE.

       9000-FINALIZAR.
           MOVE WS-CONT-ROLADAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RRO-LINHA.
           STRING "TOTAL DE ENTREGAS ROLADAS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RRO-LINHA.
           WRITE RRO-LINHA.

           IF ENTREGAS-DISPONIVEL
               CLOSE ENTREGAS
           END-IF.
           CLOSE RELATORIO-ROLAGEM.

           DISPLAY "ENTREGAS ROLADAS PARA " WS-PROXIMO-UTIL ": "
               WS-CONT-EDITADO.
