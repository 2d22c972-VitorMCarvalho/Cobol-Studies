       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQLIB.
      *************************************
      *OBJETIVO: LIBERACAO CONTROLADA DE ARQUIVO RECEBIDO FORA DA
      *SEQUENCIA: SOB APROVACAO DE SUPERVISOR (PROGRAM-09, NIVEL 03),
      *MARCA NO SEQARQ O ARQUIVO (RETBANCO, NEGRETOR OU CARTSETT) E O
      *NUMERO DO HEADER COMO LIBERADO. SERVE PARA REPROCESSAR UM
      *ARQUIVO JA PROCESSADO, ACEITAR UM NUMERO FORA DE ORDEM OU UM
      *ARQUIVO SEM HEADER DE SEQUENCIA (NUMERO 000000). A LIBERACAO
      *VALE PARA UM PROCESSAMENTO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SEQUENCIAS-ARQUIVOS ASSIGN TO "SEQARQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SQA-CHAVE
                   FILE STATUS IS WS-FS-SEQARQ.
       DATA DIVISION.
           FILE SECTION.
           FD  SEQUENCIAS-ARQUIVOS
               LABEL RECORD IS STANDARD.
               COPY "SEQARQ-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-SEQARQ PIC X(2) VALUE "00".
           77 WS-ARQUIVO-LIBERAR PIC X(8).
           77 WS-NUMERO-LIBERAR PIC 9(6).
           77 WS-SUP-PIN PIC X(4).
           77 WS-CONFIRMA PIC X(1).
           COPY "SIGNON-REG.CPY".
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               PERFORM 2000-LIBERAR-ARQUIVO
           END-IF.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "LIBERACAO DE ARQUIVO RECEBIDO - DIGITE O "
               "SUPERVISOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               CONTINUE
           ELSE
               DISPLAY "APROVACAO NEGADA - LIBERACAO RESTRITA AO "
                   "NIVEL SUPERVISOR"
           END-IF.

       2000-LIBERAR-ARQUIVO.
           DISPLAY "DIGITE O ARQUIVO (RETBANCO, NEGRETOR OU CARTSETT)".
           ACCEPT WS-ARQUIVO-LIBERAR.

           IF WS-ARQUIVO-LIBERAR NOT = "RETBANCO"
               AND WS-ARQUIVO-LIBERAR NOT = "NEGRETOR"
               AND WS-ARQUIVO-LIBERAR NOT = "CARTSETT"
               DISPLAY "ARQUIVO NAO CONTROLADO PELA SEQUENCIA DE "
                   "RECEBIDOS"
           ELSE
               DISPLAY "DIGITE O NUMERO DO HEADER (000000 = ARQUIVO "
                   "SEM HEADER)"
               ACCEPT WS-NUMERO-LIBERAR

               CALL "DATMOV" USING DMV-AREA

               OPEN I-O SEQUENCIAS-ARQUIVOS
               IF WS-FS-SEQARQ = "35"
                   OPEN OUTPUT SEQUENCIAS-ARQUIVOS
                   CLOSE SEQUENCIAS-ARQUIVOS
                   OPEN I-O SEQUENCIAS-ARQUIVOS
               END-IF
               IF WS-FS-SEQARQ NOT = "00"
                   DISPLAY "ERRO AO ABRIR O CONTROLE DE SEQUENCIA "
                       "SEQARQ - STATUS " WS-FS-SEQARQ
               ELSE
                   MOVE WS-ARQUIVO-LIBERAR TO SQA-ARQUIVO
                   MOVE WS-NUMERO-LIBERAR TO SQA-NUMERO
                   READ SEQUENCIAS-ARQUIVOS
                       INVALID KEY
                           PERFORM 2200-LIBERAR-NOVO
                       NOT INVALID KEY
                           PERFORM 2100-AVALIAR-LIBERACAO
                   END-READ
                   CLOSE SEQUENCIAS-ARQUIVOS
               END-IF
           END-IF.

       2100-AVALIAR-LIBERACAO.
           EVALUATE TRUE
               WHEN SQA-LIBERADO
                   DISPLAY "ARQUIVO JA ESTA LIBERADO POR "
                       SQA-SUPERVISOR " EM " SQA-DATA-LIBERACAO
               WHEN NOT SQA-RECEBIDO
                   DISPLAY "NUMERO REGISTRADO COMO ARQUIVO GERADO - "
                       "NADA A LIBERAR"
               WHEN OTHER
                   DISPLAY "ARQUIVO " SQA-ARQUIVO " NUMERO " SQA-NUMERO
                       " JA PROCESSADO " SQA-VEZES-PROCESSADO
                       " VEZ(ES), ULTIMA EM " SQA-DATA-PROCESSAMENTO
                   DISPLAY "QUANTIDADE " SQA-QUANTIDADE " TOTAL "
                       SQA-TOTAL
                   DISPLAY "CONFIRMAR A LIBERACAO PARA REPROCESSAR "
                       "(S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM 2300-MARCAR-LIBERADO
                       REWRITE SQA-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO LIBERAR O ARQUIVO"
                           NOT INVALID KEY
                               DISPLAY "ARQUIVO LIBERADO PARA UM "
                                   "REPROCESSAMENTO"
                       END-REWRITE
                   ELSE
                       DISPLAY "LIBERACAO ABANDONADA"
                   END-IF
           END-EVALUATE.

       2200-LIBERAR-NOVO.
           IF WS-NUMERO-LIBERAR = ZEROS
               DISPLAY "ARQUIVO " WS-ARQUIVO-LIBERAR
                   " SEM HEADER DE SEQUENCIA - CONFIRMAR A LIBERACAO "
                   "(S/N)?"
           ELSE
               DISPLAY "ARQUIVO " WS-ARQUIVO-LIBERAR " NUMERO "
                   WS-NUMERO-LIBERAR " AINDA NAO PROCESSADO - "
                   "CONFIRMAR A LIBERACAO FORA DA SEQUENCIA (S/N)?"
           END-IF.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET SQA-RECEBIDO TO TRUE
               MOVE ZEROS TO SQA-DATA-ARQUIVO SQA-DATA-PROCESSAMENTO
                   SQA-HORA-PROCESSAMENTO SQA-VEZES-PROCESSADO
                   SQA-QUANTIDADE SQA-TOTAL
               PERFORM 2300-MARCAR-LIBERADO
               WRITE SQA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO LIBERAR O ARQUIVO"
                   NOT INVALID KEY
                       DISPLAY "ARQUIVO LIBERADO PARA UM "
                           "PROCESSAMENTO"
               END-WRITE
           ELSE
               DISPLAY "LIBERACAO ABANDONADA"
           END-IF.

       2300-MARCAR-LIBERADO.
           SET SQA-LIBERADO TO TRUE.
           MOVE SGN-USUARIO TO SQA-SUPERVISOR.
           MOVE DMV-DATA TO SQA-DATA-LIBERACAO.

       END PROGRAM SEQLIB.
