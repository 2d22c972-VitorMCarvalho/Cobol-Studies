       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEW.
      *****************************************
      *OBJETIVO: ROTINA UNICA DE ATUALIZACAO DO SALDO POR LOTE
      *          (ESTLOTE), CHAMADA JUNTO COM O MOVIMENTO DE
      *          ESTOQUE: O RECEBIMENTO CRIA OU SOMA NO LOTE
      *          INFORMADO; A SAIDA CONSOME OS LOTES AINDA NAO
      *          VENCIDOS NA ORDEM DE VENCIMENTO; A VOLTA (ESTORNO)
      *          ENTRA NO PRIMEIRO LOTE NAO VENCIDO DO PRODUTO
      *****************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SALDOS-LOTE ASSIGN TO "ESTLOTE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LOT-CHAVE
                       FILE STATUS IS WS-FS-ESTLOTE.

       DATA DIVISION.
           FILE SECTION.
           FD  SALDOS-LOTE
               LABEL RECORD IS STANDARD.
               COPY "LOTE-REG.CPY".

           WORKING-STORAGE SECTION.
               77 WS-FS-ESTLOTE PIC X(2) VALUE "00".
               77 WS-RESTANTE PIC 9(7).
               77 WS-CONSUMO PIC 9(7).
               COPY "DATMOV-REG.CPY".

           LINKAGE SECTION.
               COPY "LOTEW-REG.CPY".

       PROCEDURE DIVISION USING LTW-AREA.
       0001-PRINCIPAL.
           SET LTW-OK TO TRUE.
           MOVE LTW-QUANTIDADE TO LTW-NAO-ALOCADO.

           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O SALDOS-LOTE.
           IF WS-FS-ESTLOTE = "35" AND LTW-FUNCAO-RECEBER
               OPEN OUTPUT SALDOS-LOTE
               CLOSE SALDOS-LOTE
               OPEN I-O SALDOS-LOTE
           END-IF.

           IF WS-FS-ESTLOTE = "00"
               EVALUATE TRUE
                   WHEN LTW-FUNCAO-RECEBER
                       PERFORM 1000-RECEBER-LOTE
                   WHEN LTW-FUNCAO-SAIDA
                       PERFORM 2000-CONSUMIR-LOTES
                   WHEN LTW-FUNCAO-ENTRADA
                       PERFORM 3000-DEVOLVER-LOTE
                   WHEN OTHER
                       SET LTW-ERRO TO TRUE
               END-EVALUATE
               CLOSE SALDOS-LOTE
           ELSE
               IF LTW-FUNCAO-RECEBER
                   SET LTW-ERRO TO TRUE
                   DISPLAY "ERRO AO ABRIR ESTLOTE - STATUS "
                       WS-FS-ESTLOTE
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-ESTLOTE.

           GOBACK.

       1000-RECEBER-LOTE.
           MOVE LTW-PRODUTO TO LOT-PRODUTO.
           MOVE LTW-VALIDADE TO LOT-VALIDADE.
           MOVE LTW-LOTE TO LOT-NUMERO.

           READ SALDOS-LOTE
               INVALID KEY
                   MOVE LTW-QUANTIDADE TO LOT-SALDO
                   MOVE DMV-DATA TO LOT-DATA-ENTRADA
                   MOVE LTW-FORNECEDOR TO LOT-FORNECEDOR
                   MOVE LTW-CUSTO TO LOT-CUSTO
                   SET LOT-ATIVO TO TRUE
                   MOVE ZEROS TO LOT-DATA-BAIXA
                   WRITE LOT-REGISTRO
                       INVALID KEY
                           SET LTW-ERRO TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD LTW-QUANTIDADE TO LOT-SALDO
                   SET LOT-ATIVO TO TRUE
                   MOVE ZEROS TO LOT-DATA-BAIXA
                   REWRITE LOT-REGISTRO
                       INVALID KEY
                           SET LTW-ERRO TO TRUE
                   END-REWRITE
           END-READ.

           IF LTW-OK
               MOVE ZEROS TO LTW-NAO-ALOCADO
           END-IF.

      *****************************************
      * SAIDA: A PARTIR DA DATA DE MOVIMENTO (LOTE VENCIDO NAO SE
      * VENDE), CONSOME OS LOTES ATIVOS COM SALDO EM ORDEM DE
      * VENCIMENTO ATE COMPLETAR A QUANTIDADE
      *****************************************
       2000-CONSUMIR-LOTES.
           MOVE LTW-QUANTIDADE TO WS-RESTANTE.

           PERFORM 4000-POSICIONAR-PRODUTO.

           PERFORM 2100-CONSUMIR-UM-LOTE
               UNTIL WS-FS-ESTLOTE NOT = "00" OR WS-RESTANTE = ZEROS.
           MOVE "00" TO WS-FS-ESTLOTE.

           MOVE WS-RESTANTE TO LTW-NAO-ALOCADO.

       2100-CONSUMIR-UM-LOTE.
           READ SALDOS-LOTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTLOTE
               NOT AT END
                   IF LOT-PRODUTO NOT = LTW-PRODUTO
                       MOVE "10" TO WS-FS-ESTLOTE
                   ELSE
                       IF LOT-ATIVO AND LOT-SALDO > ZEROS
                           IF LOT-SALDO < WS-RESTANTE
                               MOVE LOT-SALDO TO WS-CONSUMO
                           ELSE
                               MOVE WS-RESTANTE TO WS-CONSUMO
                           END-IF
                           SUBTRACT WS-CONSUMO FROM LOT-SALDO
                           SUBTRACT WS-CONSUMO FROM WS-RESTANTE
                           REWRITE LOT-REGISTRO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * VOLTA DE MERCADORIA: ENTRA NO PRIMEIRO LOTE ATIVO AINDA NAO
      * VENCIDO; SEM LOTE NESSA CONDICAO FICA NAO ALOCADA
      *****************************************
       3000-DEVOLVER-LOTE.
           PERFORM 4000-POSICIONAR-PRODUTO.

           PERFORM 3100-PROCURAR-LOTE
               UNTIL WS-FS-ESTLOTE NOT = "00".
           MOVE "00" TO WS-FS-ESTLOTE.

       3100-PROCURAR-LOTE.
           READ SALDOS-LOTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTLOTE
               NOT AT END
                   IF LOT-PRODUTO NOT = LTW-PRODUTO
                       MOVE "10" TO WS-FS-ESTLOTE
                   ELSE
                       IF LOT-ATIVO
                           ADD LTW-QUANTIDADE TO LOT-SALDO
                           REWRITE LOT-REGISTRO
                           END-REWRITE
                           MOVE ZEROS TO LTW-NAO-ALOCADO
                           MOVE "10" TO WS-FS-ESTLOTE
                       END-IF
                   END-IF
           END-READ.

       4000-POSICIONAR-PRODUTO.
           MOVE LTW-PRODUTO TO LOT-PRODUTO.
           MOVE DMV-DATA TO LOT-VALIDADE.
           MOVE LOW-VALUES TO LOT-NUMERO.

           START SALDOS-LOTE KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ESTLOTE
           END-START.

       END PROGRAM LOTEW.
