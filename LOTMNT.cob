       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTMNT.
      *************************************
      *OBJETIVO: CONSULTA DOS LOTES DE UM PRODUTO COM CONTROLE DE
      *LOTE E VALIDADE (ESTLOTE), NA ORDEM DE VENCIMENTO, E BAIXA
      *DO LOTE VENCIDO: O SALDO DO LOTE SAI DO ESTOQUE DA EMPRESA E
      *DA FILIAL ONDE ESTA A MERCADORIA, GERA O MOVIMENTO DE SAIDA
      *NO MOVEST (ORIGEM BAIXALOT) AO CUSTO MEDIO E FICA REGISTRADO
      *NO LOG DE AJUSTES ESTQLOG COM DATA E OPERADOR. O LOTE BAIXADO
      *FICA COM SALDO ZERO E A DATA DA BAIXA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SALDOS-LOTE ASSIGN TO "ESTLOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-CHAVE
                   FILE STATUS IS WS-FS-ESTLOTE.

               SELECT SALDOS-ESTOQUE ASSIGN TO "ESTOQUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT SALDOS-FILIAL ASSIGN TO "ESTFIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EFL-CHAVE
                   FILE STATUS IS WS-FS-ESTFIL.

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT LOG-AJUSTES ASSIGN TO "ESTQLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ESTQLOG.
       DATA DIVISION.
           FILE SECTION.
           FD  SALDOS-LOTE
               LABEL RECORD IS STANDARD.
               COPY "LOTE-REG.CPY".

           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  SALDOS-FILIAL
               LABEL RECORD IS STANDARD.
               COPY "ESTFIL-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  LOG-AJUSTES
               LABEL RECORD IS STANDARD.
           01  AJU-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-ESTLOTE PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FS-ESTQLOG PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-PRODUTO PIC 9(6).
           77 WS-LOTE PIC X(12).
           77 WS-VALIDADE PIC 9(8).
           77 WS-FILIAL PIC 9(3).
           77 WS-QUANTIDADE PIC 9(7).
           77 WS-CONFIRMA PIC X(1).
           77 WS-QTD-LOTES PIC 9(4).
           77 WS-SALDO-EDITADO PIC -Z(6)9.
           77 WS-PRODUTO-SW PIC X(1).
               88 PRODUTO-VALIDO VALUE "S".
               88 PRODUTO-INVALIDO VALUE "N".
           77 WS-LOTE-SW PIC X(1).
               88 LOTE-PODE-BAIXAR VALUE "S".
               88 LOTE-NAO-PODE-BAIXAR VALUE "N".
           77 WS-VENCIDO PIC X(7).
           COPY "DATMOV-REG.CPY".
           COPY "MOVESTW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR".
           ACCEPT WS-OPERADOR.

           OPEN I-O SALDOS-LOTE.
           IF WS-FS-ESTLOTE = "35"
               OPEN OUTPUT SALDOS-LOTE
               CLOSE SALDOS-LOTE
               OPEN I-O SALDOS-LOTE
           END-IF.

           OPEN I-O SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "35"
               OPEN OUTPUT SALDOS-ESTOQUE
               CLOSE SALDOS-ESTOQUE
               OPEN I-O SALDOS-ESTOQUE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.

           OPEN I-O SALDOS-FILIAL.
           IF WS-FS-ESTFIL = "35"
               OPEN OUTPUT SALDOS-FILIAL
               CLOSE SALDOS-FILIAL
               OPEN I-O SALDOS-FILIAL
           END-IF.

           OPEN EXTEND LOG-AJUSTES.
           IF WS-FS-ESTQLOG NOT = "00"
               OPEN OUTPUT LOG-AJUSTES
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=CONSULTAR LOTES DO PRODUTO 2=BAIXAR LOTE "
               "VENCIDO X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-CONSULTAR
               WHEN "2"
                   PERFORM 6000-BAIXAR-VENCIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE SALDOS-LOTE.
           CLOSE SALDOS-ESTOQUE.
           CLOSE SALDOS-FILIAL.
           CLOSE LOG-AJUSTES.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.

       4000-PEDIR-PRODUTO.
           SET PRODUTO-VALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO PRODUTO".
           ACCEPT WS-PRODUTO.

           IF WS-FS-PRODMST = "00"
               MOVE WS-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       SET PRODUTO-INVALIDO TO TRUE
                       DISPLAY "PRODUTO NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "PRODUTO: " PRD-DESCRICAO
                       IF NOT PRD-COM-LOTE
                           DISPLAY "PRODUTO SEM CONTROLE DE LOTE"
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           ELSE
               MOVE ZEROS TO PRD-CUSTO-MEDIO
           END-IF.

      *****************************************
      * FILIAL ONDE ESTA A MERCADORIA DO LOTE A BAIXAR (FILMST)
      *****************************************
       4100-PEDIR-FILIAL.
           DISPLAY "DIGITE A FILIAL ONDE ESTA A MERCADORIA".
           ACCEPT WS-FILIAL.

           OPEN INPUT CADASTRO-FILIAIS.
           IF WS-FS-FILMST = "00"
               MOVE WS-FILIAL TO FIL-CODIGO
               READ CADASTRO-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA"
                       MOVE ZEROS TO WS-FILIAL
                   NOT INVALID KEY
                       IF FIL-INATIVA
                           DISPLAY "FILIAL INATIVA"
                           MOVE ZEROS TO WS-FILIAL
                       END-IF
               END-READ
               CLOSE CADASTRO-FILIAIS
           END-IF.
           MOVE "00" TO WS-FS-FILMST.

       4200-LISTAR-LOTE.
           READ SALDOS-LOTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTLOTE
               NOT AT END
                   IF LOT-PRODUTO NOT = WS-PRODUTO
                       MOVE "10" TO WS-FS-ESTLOTE
                   ELSE
                       ADD 1 TO WS-QTD-LOTES
                       MOVE SPACES TO WS-VENCIDO
                       IF LOT-ATIVO AND LOT-VALIDADE < DMV-DATA
                           MOVE "VENCIDO" TO WS-VENCIDO
                       END-IF
                       MOVE LOT-SALDO TO WS-SALDO-EDITADO
                       DISPLAY "LOTE " LOT-NUMERO " VAL "
                           LOT-VALIDADE " SALDO " WS-SALDO-EDITADO
                           " ENTRADA " LOT-DATA-ENTRADA " SIT "
                           LOT-SITUACAO " " WS-VENCIDO
                   END-IF
           END-READ.

      *****************************************
      * LOTES DO PRODUTO NA ORDEM DE VENCIMENTO (ORDEM DA CHAVE)
      *****************************************
       5000-CONSULTAR.
           PERFORM 4000-PEDIR-PRODUTO.

           IF PRODUTO-VALIDO
               MOVE ZEROS TO WS-QTD-LOTES
               MOVE WS-PRODUTO TO LOT-PRODUTO
               MOVE ZEROS TO LOT-VALIDADE
               MOVE LOW-VALUES TO LOT-NUMERO
               START SALDOS-LOTE KEY IS NOT LESS THAN LOT-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-ESTLOTE
               END-START
               PERFORM 4200-LISTAR-LOTE
                   UNTIL WS-FS-ESTLOTE NOT = "00"
               MOVE "00" TO WS-FS-ESTLOTE
               IF WS-QTD-LOTES = ZEROS
                   DISPLAY "NENHUM LOTE REGISTRADO PARA O PRODUTO"
               END-IF
           END-IF.

      *****************************************
      * BAIXA DE LOTE VENCIDO: SO LOTE ATIVO, COM SALDO E VALIDADE
      * ANTERIOR A DATA DE MOVIMENTO. O SALDO DO LOTE SAI DO ESTOQUE
      * E DA FILIAL INFORMADA E VAI PARA O MOVEST COMO SAIDA
      *****************************************
       6000-BAIXAR-VENCIDO.
           PERFORM 4000-PEDIR-PRODUTO.

           IF PRODUTO-VALIDO
               DISPLAY "DIGITE O NUMERO DO LOTE"
               ACCEPT WS-LOTE
               DISPLAY "DIGITE A VALIDADE DO LOTE (AAAAMMDD)"
               ACCEPT WS-VALIDADE
               PERFORM 6100-LOCALIZAR-LOTE
               IF LOTE-PODE-BAIXAR
                   PERFORM 4100-PEDIR-FILIAL
                   DISPLAY "CONFIRMA A BAIXA DE " WS-SALDO-EDITADO
                       " UNIDADES (S/N)"
                   ACCEPT WS-CONFIRMA
                   EVALUATE TRUE
                       WHEN WS-FILIAL = ZEROS
                           DISPLAY "BAIXA CANCELADA"
                       WHEN WS-CONFIRMA = "S" OR "s"
                           PERFORM 6200-EFETUAR-BAIXA
                       WHEN OTHER
                           DISPLAY "BAIXA CANCELADA"
                   END-EVALUATE
               END-IF
           END-IF.

       6100-LOCALIZAR-LOTE.
           SET LOTE-PODE-BAIXAR TO TRUE.

           MOVE WS-PRODUTO TO LOT-PRODUTO.
           MOVE WS-VALIDADE TO LOT-VALIDADE.
           MOVE WS-LOTE TO LOT-NUMERO.
           READ SALDOS-LOTE
               INVALID KEY
                   SET LOTE-NAO-PODE-BAIXAR TO TRUE
                   DISPLAY "LOTE NAO ENCONTRADO"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOT-BAIXADO
                           SET LOTE-NAO-PODE-BAIXAR TO TRUE
                           DISPLAY "LOTE JA BAIXADO EM "
                               LOT-DATA-BAIXA
                       WHEN LOT-VALIDADE NOT < DMV-DATA
                           SET LOTE-NAO-PODE-BAIXAR TO TRUE
                           DISPLAY "LOTE AINDA DENTRO DA VALIDADE"
                       WHEN LOT-SALDO NOT > ZEROS
                           SET LOTE-NAO-PODE-BAIXAR TO TRUE
                           DISPLAY "LOTE SEM SALDO"
                       WHEN OTHER
                           MOVE LOT-SALDO TO WS-QUANTIDADE
                           MOVE LOT-SALDO TO WS-SALDO-EDITADO
                   END-EVALUATE
           END-READ.
           MOVE "00" TO WS-FS-ESTLOTE.

       6200-EFETUAR-BAIXA.
           MOVE ZEROS TO LOT-SALDO.
           SET LOT-BAIXADO TO TRUE.
           MOVE DMV-DATA TO LOT-DATA-BAIXA.
           REWRITE LOT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O LOTE - BAIXA CANCELADA"
               NOT INVALID KEY
                   PERFORM 6300-BAIXAR-ESTOQUE
                   PERFORM 6400-GRAVAR-MOVIMENTO
                   PERFORM 6500-LOGAR-BAIXA
                   DISPLAY "LOTE BAIXADO - SALDO ATUAL DO PRODUTO: "
                       WS-SALDO-EDITADO
           END-REWRITE.

       6300-BAIXAR-ESTOQUE.
           MOVE WS-PRODUTO TO EST-PRODUTO.
           READ SALDOS-ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO EST-SALDO EST-MINIMO
                   SUBTRACT WS-QUANTIDADE FROM EST-SALDO
                   WRITE EST-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-QUANTIDADE FROM EST-SALDO
                   REWRITE EST-REGISTRO
                   END-REWRITE
           END-READ.
           MOVE EST-SALDO TO WS-SALDO-EDITADO.

           MOVE WS-FILIAL TO EFL-FILIAL.
           MOVE WS-PRODUTO TO EFL-PRODUTO.
           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE ZEROS TO EFL-SALDO EFL-EM-TRANSITO
                   SUBTRACT WS-QUANTIDADE FROM EFL-SALDO
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-QUANTIDADE FROM EFL-SALDO
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

       6400-GRAVAR-MOVIMENTO.
           MOVE WS-PRODUTO TO MVW-PRODUTO.
           MOVE "BAIXALOT" TO MVW-ORIGEM.
           SET MVW-SAIDA TO TRUE.
           MOVE WS-QUANTIDADE TO MVW-QUANTIDADE.
           MOVE SPACES TO MVW-DOCUMENTO.
           STRING "VENC " WS-LOTE
               DELIMITED BY SIZE INTO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE WS-FILIAL TO MVW-FILIAL.
           MOVE WS-OPERADOR TO MVW-OPERADOR.
           MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO.
           CALL "MOVESTW" USING MVW-AREA.

       6500-LOGAR-BAIXA.
           MOVE SPACES TO AJU-LINHA.
           STRING DMV-DATA " " WS-OPERADOR " PRODUTO " WS-PRODUTO
               " TIPO B QTD " WS-QUANTIDADE " LOTE " WS-LOTE
               " VAL " WS-VALIDADE " SALDO " WS-SALDO-EDITADO
               " FILIAL " WS-FILIAL
               DELIMITED BY SIZE INTO AJU-LINHA.
           WRITE AJU-LINHA.

       END PROGRAM LOTMNT.
