       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQREL.
      *************************************
      *OBJETIVO: RELATORIO DO CONTROLE DE SEQUENCIA DOS ARQUIVOS DE
      *INTERCAMBIO (SEQARQ): LISTA POR ARQUIVO CADA NUMERO GERADO OU
      *RECEBIDO COM SITUACAO, DATAS, QUANTIDADE E TOTAL, APONTA AS
      *FALHAS DA SEQUENCIA (EX: RETORNO DO BANCO QUE NAO CHEGOU OU
      *NAO FOI PROCESSADO), AS LIBERACOES DE SUPERVISOR AINDA
      *PENDENTES, OS ARQUIVOS PROCESSADOS SOB LIBERACAO E OS
      *RECEBIDOS SEM HEADER DE SEQUENCIA, EM RELSEQ.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SEQUENCIAS-ARQUIVOS ASSIGN TO "SEQARQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SQA-CHAVE
                   FILE STATUS IS WS-FS-SEQARQ.

               SELECT RELATORIO-SEQUENCIAS ASSIGN TO "RELSEQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELSEQ.
       DATA DIVISION.
           FILE SECTION.
           FD  SEQUENCIAS-ARQUIVOS
               LABEL RECORD IS STANDARD.
               COPY "SEQARQ-REG.CPY".

           FD  RELATORIO-SEQUENCIAS
               LABEL RECORD IS STANDARD.
           01  RSQ-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-SEQARQ PIC X(2) VALUE "00".
           77 WS-FS-RELSEQ PIC X(2) VALUE "00".
           77 WS-ARQUIVO-ATUAL PIC X(8) VALUE SPACES.
           77 WS-NUMERO-ANTERIOR PIC 9(6) VALUE ZEROS.
           77 WS-PRIMEIRO-NUMERO PIC 9(6) VALUE ZEROS.
           77 WS-FALTA-INICIO PIC 9(6).
           77 WS-FALTA-FIM PIC 9(6).
           77 WS-CONT-NUMEROS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-FALHAS PIC 9(6) VALUE ZEROS.
           77 WS-TOT-FALHAS PIC 9(6) VALUE ZEROS.
           77 WS-TOT-PENDENTES PIC 9(6) VALUE ZEROS.
           77 WS-TOT-SOB-LIBERACAO PIC 9(6) VALUE ZEROS.
           77 WS-TOT-SEM-HEADER PIC 9(6) VALUE ZEROS.
           77 WS-DESC-SITUACAO PIC X(20).
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-QTDE-EDITADA PIC Z(5)9.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-SEQARQ NOT = "00".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           OPEN INPUT SEQUENCIAS-ARQUIVOS.
           IF WS-FS-SEQARQ NOT = "00"
               DISPLAY "CONTROLE DE SEQUENCIA SEQARQ AUSENTE"
               MOVE "35" TO WS-FS-SEQARQ
           END-IF.

           OPEN OUTPUT RELATORIO-SEQUENCIAS.

           MOVE "CONTROLE DE SEQUENCIA DOS ARQUIVOS DE INTERCAMBIO"
               TO RSQ-LINHA.
           WRITE RSQ-LINHA.
           MOVE SPACES TO RSQ-LINHA.
           STRING "ARQUIVO  NUMERO SITUACAO             DT ARQUIVO "
               "PROCESSADO VZ   QTDE         TOTAL SUPERVISOR"
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

       2000-PROCESSAR.
           READ SEQUENCIAS-ARQUIVOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-SEQARQ
               NOT AT END
                   IF SQA-ARQUIVO NOT = WS-ARQUIVO-ATUAL
                       PERFORM 2900-FECHAR-ARQUIVO
                       MOVE SQA-ARQUIVO TO WS-ARQUIVO-ATUAL
                   END-IF
                   PERFORM 2100-LISTAR-NUMERO
           END-READ.

       2100-LISTAR-NUMERO.
           ADD 1 TO WS-CONT-NUMEROS.

           IF SQA-NUMERO NOT = ZEROS
               IF WS-PRIMEIRO-NUMERO = ZEROS
                   MOVE SQA-NUMERO TO WS-PRIMEIRO-NUMERO
               ELSE
                   IF SQA-NUMERO > WS-NUMERO-ANTERIOR + 1
                       PERFORM 2200-LISTAR-FALHA
                   END-IF
               END-IF
               MOVE SQA-NUMERO TO WS-NUMERO-ANTERIOR
           ELSE
               ADD 1 TO WS-TOT-SEM-HEADER
           END-IF.

           EVALUATE TRUE
               WHEN SQA-GERADO
                   MOVE "GERADO/ENVIADO" TO WS-DESC-SITUACAO
               WHEN SQA-PROCESSADO
                   MOVE "PROCESSADO" TO WS-DESC-SITUACAO
               WHEN SQA-LIBERADO
                   MOVE "LIBERADO PENDENTE" TO WS-DESC-SITUACAO
                   ADD 1 TO WS-TOT-PENDENTES
               WHEN SQA-PROCESSADO-LIBERADO
                   MOVE "PROCESSADO LIBERADO" TO WS-DESC-SITUACAO
                   ADD 1 TO WS-TOT-SOB-LIBERACAO
               WHEN OTHER
                   MOVE "SITUACAO INVALIDA" TO WS-DESC-SITUACAO
           END-EVALUATE.

           MOVE SQA-QUANTIDADE TO WS-QTDE-EDITADA.
           MOVE SQA-TOTAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RSQ-LINHA.
           STRING SQA-ARQUIVO " " SQA-NUMERO " " WS-DESC-SITUACAO " "
               SQA-DATA-ARQUIVO " " SQA-DATA-PROCESSAMENTO " "
               SQA-VEZES-PROCESSADO " " WS-QTDE-EDITADA " "
               WS-TOTAL-EDITADO " " SQA-SUPERVISOR
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

       2200-LISTAR-FALHA.
           ADD 1 TO WS-CONT-FALHAS.
           COMPUTE WS-FALTA-INICIO = WS-NUMERO-ANTERIOR + 1.
           COMPUTE WS-FALTA-FIM = SQA-NUMERO - 1.

           MOVE SPACES TO RSQ-LINHA.
           IF WS-FALTA-INICIO = WS-FALTA-FIM
               STRING SQA-ARQUIVO " *** FALTA O NUMERO "
                   WS-FALTA-INICIO
                   DELIMITED BY SIZE INTO RSQ-LINHA
           ELSE
               STRING SQA-ARQUIVO " *** FALTAM OS NUMEROS "
                   WS-FALTA-INICIO " A " WS-FALTA-FIM
                   DELIMITED BY SIZE INTO RSQ-LINHA
           END-IF.
           WRITE RSQ-LINHA.

      *****************************************
      * QUEBRA POR ARQUIVO: RESUMO DA SEQUENCIA DO ARQUIVO ANTERIOR
      *****************************************
       2900-FECHAR-ARQUIVO.
           IF WS-ARQUIVO-ATUAL NOT = SPACES
               MOVE WS-CONT-NUMEROS TO WS-CONT-EDITADO
               MOVE SPACES TO RSQ-LINHA
               STRING WS-ARQUIVO-ATUAL " REGISTROS: " WS-CONT-EDITADO
                   " PRIMEIRO: " WS-PRIMEIRO-NUMERO
                   " ULTIMO: " WS-NUMERO-ANTERIOR
                   DELIMITED BY SIZE INTO RSQ-LINHA
               WRITE RSQ-LINHA
               MOVE WS-CONT-FALHAS TO WS-CONT-EDITADO
               MOVE SPACES TO RSQ-LINHA
               STRING WS-ARQUIVO-ATUAL " FALHAS NA SEQUENCIA: "
                   WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RSQ-LINHA
               WRITE RSQ-LINHA
               MOVE SPACES TO RSQ-LINHA
               WRITE RSQ-LINHA
               ADD WS-CONT-FALHAS TO WS-TOT-FALHAS
           END-IF.

           MOVE ZEROS TO WS-NUMERO-ANTERIOR WS-PRIMEIRO-NUMERO
               WS-CONT-NUMEROS WS-CONT-FALHAS.

       9000-FINALIZAR.
           PERFORM 2900-FECHAR-ARQUIVO.

           MOVE WS-TOT-FALHAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RSQ-LINHA.
           STRING "TOTAL DE FALHAS NA SEQUENCIA: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

           MOVE WS-TOT-PENDENTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RSQ-LINHA.
           STRING "LIBERACOES DE SUPERVISOR PENDENTES: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

           MOVE WS-TOT-SOB-LIBERACAO TO WS-CONT-EDITADO.
           MOVE SPACES TO RSQ-LINHA.
           STRING "ARQUIVOS PROCESSADOS SOB LIBERACAO: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

           MOVE WS-TOT-SEM-HEADER TO WS-CONT-EDITADO.
           MOVE SPACES TO RSQ-LINHA.
           STRING "ARQUIVOS RECEBIDOS SEM HEADER DE SEQUENCIA: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSQ-LINHA.
           WRITE RSQ-LINHA.

           IF WS-FS-SEQARQ = "10"
               CLOSE SEQUENCIAS-ARQUIVOS
           END-IF.
           CLOSE RELATORIO-SEQUENCIAS.

           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELSEQ".

       END PROGRAM SEQREL.
