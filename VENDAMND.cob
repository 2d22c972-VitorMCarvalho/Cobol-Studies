                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT SALDOS-ESTOQUE ASSIGN TO "ESTOQUE"
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT SALDOS-FILIAL ASSIGN TO "ESTFIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EFL-CHAVE
                   FILE STATUS IS WS-FS-ESTFIL.

               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT HISTORICO-VENDAS ASSIGN TO "HISTVND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-HISTVND.
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  SALDOS-FILIAL
               LABEL RECORD IS STANDARD.
               COPY "ESTFIL-REG.CPY".

           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  HISTORICO-VENDAS
               LABEL RECORD IS STANDARD.
           01  HSV-LINHA.
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-HISTVND PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-AJUSTE-ESTOQUE PIC S9(5).
           77 WS-AJUSTE-ITEM PIC S9(7).
           77 WS-MND-PRODUTO PIC 9(6).
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-KITS-SW PIC X(1) VALUE "N".
               88 KITS-DISPONIVEL VALUE "S".
               88 KITS-INDISPONIVEL VALUE "N".
           77 WS-PRODUTO-KIT-SW PIC X(1).
               88 PRODUTO-KIT VALUE "S".
               88 PRODUTO-SIMPLES VALUE "N".
           77 WS-RETIFICACAO-SW PIC X(1) VALUE "N".
               88 RETIFICACAO-GRAVADA VALUE "S".
               88 RETIFICACAO-NAO-GRAVADA VALUE "N".
           77 WS-CONT-EDITADO PIC Z(3)9.
           COPY "DATMOV-REG.CPY".
           COPY "SIGNON-REG.CPY".
           COPY "MOVESTW-REG.CPY".
           COPY "LOTEW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                       CLOSE SALDOS-ESTOQUE
                       OPEN I-O SALDOS-ESTOQUE
                   END-IF
                   OPEN I-O SALDOS-FILIAL
                   IF WS-FS-ESTFIL = "35"
                       OPEN OUTPUT SALDOS-FILIAL
                       CLOSE SALDOS-FILIAL
                       OPEN I-O SALDOS-FILIAL
                   END-IF
                   OPEN INPUT COMPOSICAO-KITS
                   IF WS-FS-KITCOMP = "00"
                       SET KITS-DISPONIVEL TO TRUE
                   ELSE
                       SET KITS-INDISPONIVEL TO TRUE
                   END-IF
                   PERFORM 1100-PEDIR-CHAVE
               END-IF
           ELSE

      *****************************************
      * MOVIMENTO DE ESTOQUE DA TROCA: CREDITA A QUANTIDADE NO
      * PRODUTO ANTIGO E DEBITA NO NOVO, NO ESTOQUE E NO SALDO DA
      * FILIAL DA VENDA, COM UMA LINHA NO MOVEST PARA CADA LADO.
      * PRODUTO KIT (KITCOMP) MOVE OS COMPONENTES, COMO NA CAPTURA
      *****************************************
       2700-MOVER-ESTOQUE.
           MOVE VDT-QUANTIDADE TO WS-AJUSTE-ESTOQUE.
           MOVE WS-OLD-PRODUTO TO WS-MND-PRODUTO.
           PERFORM 2705-MOVER-PRODUTO-OU-KIT.

           COMPUTE WS-AJUSTE-ESTOQUE = ZEROS - VDT-QUANTIDADE.
           MOVE WS-NOVO-PRODUTO TO WS-MND-PRODUTO.
           PERFORM 2705-MOVER-PRODUTO-OU-KIT.

           DISPLAY "ESTOQUE MOVIDO DO PRODUTO " WS-OLD-PRODUTO
               " PARA " WS-NOVO-PRODUTO.

       2705-MOVER-PRODUTO-OU-KIT.
           SET PRODUTO-SIMPLES TO TRUE.

           IF KITS-DISPONIVEL
               MOVE WS-MND-PRODUTO TO KIT-PRODUTO
               MOVE ZEROS TO KIT-COMPONENTE
               START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-KITCOMP
               END-START
               PERFORM 2706-MOVER-COMPONENTE-KIT
                   UNTIL WS-FS-KITCOMP NOT = "00"
               MOVE "00" TO WS-FS-KITCOMP
           END-IF.

           IF PRODUTO-SIMPLES
               MOVE WS-AJUSTE-ESTOQUE TO WS-AJUSTE-ITEM
               MOVE WS-MND-PRODUTO TO EST-PRODUTO
               PERFORM 2710-AJUSTAR-SALDO-ESTOQUE
           END-IF.

       2706-MOVER-COMPONENTE-KIT.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = WS-MND-PRODUTO
                       MOVE "10" TO WS-FS-KITCOMP
                   ELSE
                       SET PRODUTO-KIT TO TRUE
                       COMPUTE WS-AJUSTE-ITEM =
                           WS-AJUSTE-ESTOQUE * KIT-QUANTIDADE
                       MOVE KIT-COMPONENTE TO EST-PRODUTO
                       PERFORM 2710-AJUSTAR-SALDO-ESTOQUE
                   END-IF
           END-READ.

       2710-AJUSTAR-SALDO-ESTOQUE.
           READ SALDOS-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO EST-SALDO EST-MINIMO
                   ADD WS-AJUSTE-ITEM TO EST-SALDO
                   WRITE EST-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AJUSTE-ITEM TO EST-SALDO
                   REWRITE EST-REGISTRO
                   END-REWRITE
           END-READ.

           MOVE VDT-FILIAL TO EFL-FILIAL.
           MOVE EST-PRODUTO TO EFL-PRODUTO.
           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE ZEROS TO EFL-SALDO EFL-EM-TRANSITO
                   ADD WS-AJUSTE-ITEM TO EFL-SALDO
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-AJUSTE-ITEM TO EFL-SALDO
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

           MOVE EST-PRODUTO TO MVW-PRODUTO.
           MOVE "VENDAMND" TO MVW-ORIGEM.
           IF WS-AJUSTE-ITEM < ZEROS
               SET MVW-SAIDA TO TRUE
               COMPUTE MVW-QUANTIDADE = ZEROS - WS-AJUSTE-ITEM
           ELSE
               SET MVW-ENTRADA TO TRUE
               MOVE WS-AJUSTE-ITEM TO MVW-QUANTIDADE
           END-IF.
           MOVE VDT-CHAVE TO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE VDT-FILIAL TO MVW-FILIAL.
           MOVE SGN-USUARIO TO MVW-OPERADOR.
           MOVE ZEROS TO MVW-CUSTO.
           SET PRD-SEM-LOTE TO TRUE.
           IF WS-FS-PRODMST = "00"
               MOVE EST-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       SET PRD-SEM-LOTE TO TRUE
                   NOT INVALID KEY
                       MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           END-IF.
           CALL "MOVESTW" USING MVW-AREA.

           IF PRD-COM-LOTE
               PERFORM 2720-AJUSTAR-LOTES
           END-IF.

      *****************************************
      * PRODUTO COM LOTE: O LADO QUE SAI CONSOME O LOTE QUE VENCE
      * PRIMEIRO E O LADO QUE VOLTA ENTRA NO PRIMEIRO NAO VENCIDO
      *****************************************
       2720-AJUSTAR-LOTES.
           MOVE EST-PRODUTO TO LTW-PRODUTO.
           MOVE MVW-QUANTIDADE TO LTW-QUANTIDADE.
           IF MVW-SAIDA
               SET LTW-FUNCAO-SAIDA TO TRUE
           ELSE
               SET LTW-FUNCAO-ENTRADA TO TRUE
           END-IF.
           CALL "LOTEW" USING LTW-AREA.

           IF LTW-NAO-ALOCADO > ZEROS
               DISPLAY "PRODUTO " EST-PRODUTO " QTD " LTW-NAO-ALOCADO
                   " SEM LOTE VALIDO - CONFERIR LOTES"
           END-IF.

       9000-FINALIZAR.
           IF WS-FS-VENDDET = "00"
               CLOSE VENDAS-DETALHE
               CLOSE HISTORICO-VENDAS
               CLOSE SALDOS-ESTOQUE
               CLOSE SALDOS-FILIAL
               IF KITS-DISPONIVEL
                   CLOSE COMPOSICAO-KITS
               END-IF
               IF WS-FS-VENDMST = "00"
                   CLOSE CADASTRO-VENDEDORES
               END-IF
