      *CODIGO DE MOTIVO, ATUALIZA O SALDO (CRIANDO O REGISTRO NA
      *PRIMEIRA VEZ) E PERMITE AJUSTAR O ESTOQUE MINIMO DO PRODUTO,
      *REGISTRANDO CADA AJUSTE NO LOG ESTQLOG COM DATA E OPERADOR.
      *ENTRADAS E SAIDAS ACOMPANHAM O SALDO DA FILIAL INFORMADA
      *(ESTFIL).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-ESTQLOG PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FILIAL PIC 9(3) VALUE ZEROS.
           77 WS-OPERADOR PIC X(10).
           77 WS-PRODUTO PIC 9(6).
           77 WS-CODIGO-LIDO PIC 9(13).
           77 WS-TIPO-AJUSTE PIC X(1).
               88 AJUSTE-ENTRADA VALUE "E".
               88 AJUSTE-SAIDA VALUE "S".
               88 PRODUTO-VALIDO VALUE "S".
               88 PRODUTO-INVALIDO VALUE "N".
           COPY "DATMOV-REG.CPY".
           COPY "MOVESTW-REG.CPY".
           COPY "LOTEW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-CODIGO-LIDO = ZEROS.
           PERFORM 9000-FINALIZAR.

           STOP RUN.
           DISPLAY "DIGITE O CODIGO DO OPERADOR".
           ACCEPT WS-OPERADOR.

           PERFORM 1050-PEDIR-FILIAL UNTIL WS-FILIAL > ZEROS.

           OPEN I-O SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "35"
               OPEN OUTPUT SALDOS-ESTOQUE

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

           PERFORM 1100-PEDIR-PRODUTO.

       1050-PEDIR-FILIAL.
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

      *****************************************
      * ACEITA O CODIGO INTERNO OU O CODIGO DE BARRAS EAN-13 (MAIS
      * DE SEIS DIGITOS), ACHADO PELA CHAVE ALTERNATIVA PRD-EAN
      *****************************************
       1100-PEDIR-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO OU O CODIGO DE BARRAS "
               "(ZEROS PARA SAIR)".
           ACCEPT WS-CODIGO-LIDO.

       2000-PROCESSAR.
           SET PRODUTO-VALIDO TO TRUE.

           IF WS-CODIGO-LIDO > 999999
               PERFORM 2010-IDENTIFICAR-EAN
           ELSE
               MOVE WS-CODIGO-LIDO TO WS-PRODUTO
               IF WS-FS-PRODMST = "00"
                   MOVE WS-PRODUTO TO PRD-CODIGO
                   READ CADASTRO-PRODUTOS
                       INVALID KEY
                           SET PRODUTO-INVALIDO TO TRUE
                           DISPLAY "PRODUTO NAO CADASTRADO - AJUSTE "
                               "CANCELADO"
                       NOT INVALID KEY
                           DISPLAY "PRODUTO: " PRD-DESCRICAO
                   END-READ
                   MOVE "00" TO WS-FS-PRODMST
               END-IF
           END-IF.

           IF PRODUTO-VALIDO

           PERFORM 1100-PEDIR-PRODUTO.

       2010-IDENTIFICAR-EAN.
           MOVE ZEROS TO WS-PRODUTO.

           IF WS-FS-PRODMST = "00"
               MOVE WS-CODIGO-LIDO TO PRD-EAN
               READ CADASTRO-PRODUTOS KEY IS PRD-EAN
                   INVALID KEY
                       SET PRODUTO-INVALIDO TO TRUE
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO - "
                           "AJUSTE CANCELADO"
                   NOT INVALID KEY
                       MOVE PRD-CODIGO TO WS-PRODUTO
                       DISPLAY "PRODUTO: " PRD-CODIGO " "
                           PRD-DESCRICAO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           ELSE
               SET PRODUTO-INVALIDO TO TRUE
               DISPLAY "CADASTRO DE PRODUTOS INDISPONIVEL - CODIGO "
                   "DE BARRAS NAO RESOLVIDO"
           END-IF.

       2050-CAPTURAR-AJUSTE.
           DISPLAY "TIPO (E=ENTRADA S=SAIDA M=ESTOQUE MINIMO)".
           ACCEPT WS-TIPO-AJUSTE.
                   END-REWRITE
           END-READ.

      *****************************************
      * ENTRADA E SAIDA TAMBEM MEXEM NO SALDO DA FILIAL; O ESTOQUE
      * MINIMO E DA EMPRESA E FICA SO NO ESTOQUE
      *****************************************
       2150-AJUSTAR-FILIAL.
           MOVE WS-FILIAL TO EFL-FILIAL.
           MOVE WS-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE ZEROS TO EFL-SALDO EFL-EM-TRANSITO
                   PERFORM 2250-APLICAR-MOVIMENTO-FILIAL
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2250-APLICAR-MOVIMENTO-FILIAL
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

       2250-APLICAR-MOVIMENTO-FILIAL.
           IF AJUSTE-ENTRADA
               ADD WS-QUANTIDADE TO EFL-SALDO
           ELSE
               SUBTRACT WS-QUANTIDADE FROM EFL-SALDO
           END-IF.

       2200-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN AJUSTE-ENTRADA
           END-EVALUATE.

       2300-LOGAR-AJUSTE.
           IF NOT AJUSTE-MINIMO
               PERFORM 2150-AJUSTAR-FILIAL
               PERFORM 2350-GRAVAR-MOVIMENTO
           END-IF.

           MOVE EST-SALDO TO WS-SALDO-EDITADO.
           DISPLAY "AJUSTE APLICADO - SALDO ATUAL: "
               WS-SALDO-EDITADO.
           STRING DMV-DATA " " WS-OPERADOR " PRODUTO " WS-PRODUTO
               " TIPO " WS-TIPO-AJUSTE " QTD " WS-QUANTIDADE
               " MOTIVO " WS-MOTIVO " SALDO " WS-SALDO-EDITADO
               " FILIAL " WS-FILIAL
               DELIMITED BY SIZE INTO AJU-LINHA.
           WRITE AJU-LINHA.

      *****************************************
      * ENTRADA E SAIDA VAO PARA O MOVIMENTO DE ESTOQUE (MOVEST);
      * A TROCA DO MINIMO NAO MEXE NO SALDO E NAO GERA MOVIMENTO
      *****************************************
       2350-GRAVAR-MOVIMENTO.
           MOVE WS-PRODUTO TO MVW-PRODUTO.
           MOVE "ESTQAJU" TO MVW-ORIGEM.
           MOVE WS-TIPO-AJUSTE TO MVW-TIPO.
           MOVE WS-QUANTIDADE TO MVW-QUANTIDADE.
           MOVE SPACES TO MVW-DOCUMENTO.
           STRING "AJUSTE MOTIVO " WS-MOTIVO
               DELIMITED BY SIZE INTO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE WS-FILIAL TO MVW-FILIAL.
           MOVE WS-OPERADOR TO MVW-OPERADOR.
           IF WS-FS-PRODMST = "00"
               MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO
           ELSE
               MOVE ZEROS TO MVW-CUSTO
           END-IF.
           CALL "MOVESTW" USING MVW-AREA.

           IF WS-FS-PRODMST = "00"
               IF PRD-COM-LOTE
                   PERFORM 2360-AJUSTAR-LOTES
               END-IF
           END-IF.

      *****************************************
      * PRODUTO COM LOTE: A SAIDA BAIXA O LOTE QUE VENCE PRIMEIRO E
      * A ENTRADA SOMA NO PRIMEIRO LOTE NAO VENCIDO; A BAIXA DE LOTE
      * VENCIDO E FEITA PELO LOTMNT
      *****************************************
       2360-AJUSTAR-LOTES.
           MOVE WS-PRODUTO TO LTW-PRODUTO.
           MOVE WS-QUANTIDADE TO LTW-QUANTIDADE.
           IF AJUSTE-SAIDA
               SET LTW-FUNCAO-SAIDA TO TRUE
           ELSE
               SET LTW-FUNCAO-ENTRADA TO TRUE
           END-IF.
           CALL "LOTEW" USING LTW-AREA.

           IF LTW-NAO-ALOCADO > ZEROS
               DISPLAY "ATENCAO: QTD " LTW-NAO-ALOCADO
                   " SEM LOTE VALIDO NO ESTLOTE - CONFERIR LOTES"
           END-IF.

       9000-FINALIZAR.
           CLOSE SALDOS-ESTOQUE.
           CLOSE SALDOS-FILIAL.
           CLOSE LOG-AJUSTES.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
