       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVESTW.
      *****************************************
      *OBJETIVO: ROTINA UNICA DE GRAVACAO DO MOVIMENTO DE ESTOQUE
      *          (MOVEST), CHAMADA POR TODO PROGRAMA QUE ALTERA
      *          EST-SALDO LOGO APOS GRAVAR O ESTOQUE: MONTA A LINHA
      *          COM DATA DE MOVIMENTO, HORA, PRODUTO, ORIGEM, TIPO,
      *          QUANTIDADE, DOCUMENTO E SALDO RESULTANTE
      *****************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT MOVIMENTO-ESTOQUE ASSIGN TO "MOVEST"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-MOVEST.

       DATA DIVISION.
           FILE SECTION.
           FD  MOVIMENTO-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "MOVEST-REG.CPY".

           WORKING-STORAGE SECTION.
               77 WS-FS-MOVEST PIC X(2) VALUE "00".
               77 WS-MOV-HORA PIC 9(8).
               COPY "DATMOV-REG.CPY".

           LINKAGE SECTION.
               COPY "MOVESTW-REG.CPY".

       PROCEDURE DIVISION USING MVW-AREA.
       0001-PRINCIPAL.
           SET MVW-ERRO TO TRUE.

           CALL "DATMOV" USING DMV-AREA.
           ACCEPT WS-MOV-HORA FROM TIME.

           OPEN EXTEND MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST NOT = "00"
               OPEN OUTPUT MOVIMENTO-ESTOQUE
           END-IF.

           IF WS-FS-MOVEST = "00"
               MOVE SPACES TO MVE-REGISTRO
               MOVE DMV-DATA TO MVE-DATA
               MOVE WS-MOV-HORA TO MVE-HORA
               MOVE MVW-PRODUTO TO MVE-PRODUTO
               MOVE MVW-ORIGEM TO MVE-ORIGEM
               MOVE MVW-TIPO TO MVE-TIPO
               MOVE MVW-QUANTIDADE TO MVE-QUANTIDADE
               MOVE MVW-DOCUMENTO TO MVE-DOCUMENTO
               MOVE MVW-SALDO TO MVE-SALDO
               MOVE MVW-FILIAL TO MVE-FILIAL
               MOVE MVW-OPERADOR TO MVE-OPERADOR
               MOVE MVW-CUSTO TO MVE-CUSTO
               WRITE MVE-REGISTRO
               CLOSE MOVIMENTO-ESTOQUE
               SET MVW-OK TO TRUE
           ELSE
               DISPLAY "ERRO AO GRAVAR MOVEST - STATUS " WS-FS-MOVEST
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

           GOBACK.

       END PROGRAM MOVESTW.
