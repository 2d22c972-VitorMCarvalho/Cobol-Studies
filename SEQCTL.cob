       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCTL.
      *****************************************
      *OBJETIVO: ROTINA UNICA DE CONTROLE DE SEQUENCIA DOS ARQUIVOS
      *          DE INTERCAMBIO (SEQARQ): NUMERA O HEADER DOS
      *          ARQUIVOS GERADOS (REMESSA, NEGEXP) E REGISTRA O
      *          ENVIO; NOS RECEBIDOS (BAIXAREC, NEGRET, CARTCONC)
      *          VERIFICA, ANTES DE QUALQUER LANCAMENTO, SE O NUMERO
      *          E O PROXIMO DA SEQUENCIA, SE JA FOI PROCESSADO OU SE
      *          O SUPERVISOR LIBEROU (SEQLIB), E REGISTRA O
      *          PROCESSAMENTO NO FIM
      *****************************************
       ENVIRONMENT DIVISION.
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
               77 WS-HORA-AGORA PIC 9(8).
               COPY "DATMOV-REG.CPY".

           LINKAGE SECTION.
               COPY "SEQCTL-REG.CPY".

       PROCEDURE DIVISION USING SQC-AREA.
       0001-PRINCIPAL.
           SET SQC-ERRO TO TRUE.
           MOVE ZEROS TO SQC-ULTIMO-NUMERO SQC-DATA-PROCESSAMENTO.
           ACCEPT WS-HORA-AGORA FROM TIME.

           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O SEQUENCIAS-ARQUIVOS.
           IF WS-FS-SEQARQ = "35"
               OPEN OUTPUT SEQUENCIAS-ARQUIVOS
               CLOSE SEQUENCIAS-ARQUIVOS
               OPEN I-O SEQUENCIAS-ARQUIVOS
           END-IF.

           IF WS-FS-SEQARQ = "00"
               EVALUATE TRUE
                   WHEN SQC-FUNCAO-PROXIMO
                       PERFORM 1000-PROXIMO-NUMERO
                   WHEN SQC-FUNCAO-ENVIADO
                       PERFORM 2000-REGISTRAR-ENVIADO
                   WHEN SQC-FUNCAO-VERIFICAR
                       PERFORM 3000-VERIFICAR-RECEBIDO
                   WHEN SQC-FUNCAO-RECEBIDO
                       PERFORM 4000-REGISTRAR-RECEBIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE SEQUENCIAS-ARQUIVOS
           ELSE
               DISPLAY "ERRO AO ABRIR SEQARQ - STATUS " WS-FS-SEQARQ
           END-IF.
           MOVE "00" TO WS-FS-SEQARQ.

           GOBACK.

       1000-PROXIMO-NUMERO.
           PERFORM 5000-APURAR-ULTIMO.
           IF SQC-ULTIMO-NUMERO = 999999
               MOVE 1 TO SQC-NUMERO
           ELSE
               COMPUTE SQC-NUMERO = SQC-ULTIMO-NUMERO + 1
           END-IF.
           SET SQC-OK TO TRUE.

       2000-REGISTRAR-ENVIADO.
           MOVE SQC-ARQUIVO TO SQA-ARQUIVO.
           MOVE SQC-NUMERO TO SQA-NUMERO.

           READ SEQUENCIAS-ARQUIVOS
               INVALID KEY
                   PERFORM 2100-MONTAR-ENVIADO
                   WRITE SQA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SQC-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2100-MONTAR-ENVIADO
                   REWRITE SQA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SQC-OK TO TRUE
                   END-REWRITE
           END-READ.

       2100-MONTAR-ENVIADO.
           SET SQA-ENVIADO TO TRUE.
           SET SQA-GERADO TO TRUE.
           MOVE SQC-DATA-ARQUIVO TO SQA-DATA-ARQUIVO.
           MOVE DMV-DATA TO SQA-DATA-PROCESSAMENTO.
           MOVE WS-HORA-AGORA TO SQA-HORA-PROCESSAMENTO.
           MOVE 1 TO SQA-VEZES-PROCESSADO.
           MOVE SQC-QUANTIDADE TO SQA-QUANTIDADE.
           MOVE SQC-TOTAL TO SQA-TOTAL.
           MOVE SPACES TO SQA-SUPERVISOR.
           MOVE ZEROS TO SQA-DATA-LIBERACAO.

      *****************************************
      * ARQUIVO RECEBIDO: REGISTRO JA EXISTENTE SO PASSA SE ESTIVER
      * LIBERADO PELO SUPERVISOR; NOVO TEM DE SER O ULTIMO
      * PROCESSADO MAIS UM (OU O PRIMEIRO DAQUELE ARQUIVO)
      *****************************************
       3000-VERIFICAR-RECEBIDO.
           PERFORM 5000-APURAR-ULTIMO.

           MOVE SQC-ARQUIVO TO SQA-ARQUIVO.
           MOVE SQC-NUMERO TO SQA-NUMERO.

           READ SEQUENCIAS-ARQUIVOS
               INVALID KEY
                   EVALUATE TRUE
                       WHEN SQC-NUMERO = ZEROS
                           SET SQC-SEM-NUMERO TO TRUE
                       WHEN SQC-ULTIMO-NUMERO = ZEROS
                           SET SQC-OK TO TRUE
                       WHEN SQC-NUMERO = SQC-ULTIMO-NUMERO + 1
                           SET SQC-OK TO TRUE
                       WHEN OTHER
                           SET SQC-FORA-SEQUENCIA TO TRUE
                   END-EVALUATE
               NOT INVALID KEY
                   IF SQA-LIBERADO
                       SET SQC-LIBERADO TO TRUE
                   ELSE
                       MOVE SQA-DATA-PROCESSAMENTO
                           TO SQC-DATA-PROCESSAMENTO
                       SET SQC-JA-PROCESSADO TO TRUE
                   END-IF
           END-READ.

       4000-REGISTRAR-RECEBIDO.
           MOVE SQC-ARQUIVO TO SQA-ARQUIVO.
           MOVE SQC-NUMERO TO SQA-NUMERO.

           READ SEQUENCIAS-ARQUIVOS
               INVALID KEY
                   SET SQA-RECEBIDO TO TRUE
                   SET SQA-PROCESSADO TO TRUE
                   MOVE ZEROS TO SQA-VEZES-PROCESSADO
                   MOVE SPACES TO SQA-SUPERVISOR
                   MOVE ZEROS TO SQA-DATA-LIBERACAO
                   PERFORM 4100-MONTAR-RECEBIDO
                   WRITE SQA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SQC-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF SQA-LIBERADO
                       SET SQA-PROCESSADO-LIBERADO TO TRUE
                   END-IF
                   PERFORM 4100-MONTAR-RECEBIDO
                   REWRITE SQA-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SQC-OK TO TRUE
                   END-REWRITE
           END-READ.

       4100-MONTAR-RECEBIDO.
           MOVE SQC-DATA-ARQUIVO TO SQA-DATA-ARQUIVO.
           MOVE DMV-DATA TO SQA-DATA-PROCESSAMENTO.
           MOVE WS-HORA-AGORA TO SQA-HORA-PROCESSAMENTO.
           IF SQA-VEZES-PROCESSADO < 99
               ADD 1 TO SQA-VEZES-PROCESSADO
           END-IF.
           MOVE SQC-QUANTIDADE TO SQA-QUANTIDADE.
           MOVE SQC-TOTAL TO SQA-TOTAL.

      *****************************************
      * ULTIMO NUMERO DO ARQUIVO JA GERADO OU PROCESSADO (A
      * LIBERACAO AINDA NAO PROCESSADA E O NUMERO ZERO NAO CONTAM)
      *****************************************
       5000-APURAR-ULTIMO.
           MOVE ZEROS TO SQC-ULTIMO-NUMERO SQC-DATA-PROCESSAMENTO.
           MOVE SQC-ARQUIVO TO SQA-ARQUIVO.
           MOVE 1 TO SQA-NUMERO.

           START SEQUENCIAS-ARQUIVOS KEY IS NOT LESS THAN SQA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SEQARQ
           END-START.
           PERFORM 5100-APURAR-ULTIMO-LOOP
               UNTIL WS-FS-SEQARQ NOT = "00".
           MOVE "00" TO WS-FS-SEQARQ.

       5100-APURAR-ULTIMO-LOOP.
           READ SEQUENCIAS-ARQUIVOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-SEQARQ
               NOT AT END
                   IF SQA-ARQUIVO NOT = SQC-ARQUIVO
                       MOVE "10" TO WS-FS-SEQARQ
                   ELSE
                       IF NOT SQA-LIBERADO
                           MOVE SQA-NUMERO TO SQC-ULTIMO-NUMERO
                           MOVE SQA-DATA-PROCESSAMENTO
                               TO SQC-DATA-PROCESSAMENTO
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM SEQCTL.
