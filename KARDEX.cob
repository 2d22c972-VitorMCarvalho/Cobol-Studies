       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDEX.
      *************************************
      *OBJETIVO: CONSULTAS SOBRE O MOVIMENTO DE ESTOQUE (MOVEST),
      *ONDE CADA PROGRAMA QUE ALTERA EST-SALDO GRAVA UMA LINHA
      *(VENDA E ESTORNO DO PROJETO05, RECEBMER, ESTQAJU, INVCONT E
      *VENDAMND). O KARDEX DE UM PRODUTO NUM PERIODO VAI PARA
      *RELKARDX COM SALDO DE ABERTURA, CADA MOVIMENTO, SALDO CORRIDO
      *E O SALDO GRAVADO NA LINHA (DIVERGENCIA MARCADA COM *). A
      *PROVA SOMA ENTRADAS MENOS SAIDAS DE CADA PRODUTO E CONFRONTA
      *COM O SALDO ATUAL DO ESTOQUE EM RELPRVES. A IMPLANTACAO GRAVA
      *UM MOVIMENTO "SALDO INICIAL" POR PRODUTO DO ESTOQUE, SO COM O
      *MOVEST AINDA VAZIO, PARA A PROVA FECHAR DESDE O PRIMEIRO DIA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MOVIMENTO-ESTOQUE ASSIGN TO "MOVEST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVEST.

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

               SELECT RELATORIO-KARDEX ASSIGN TO "RELKARDX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELKARDX.

               SELECT RELATORIO-PROVA ASSIGN TO "RELPRVES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELPRVES.
       DATA DIVISION.
           FILE SECTION.
           FD  MOVIMENTO-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "MOVEST-REG.CPY".

           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  RELATORIO-KARDEX
               LABEL RECORD IS STANDARD.
           01  RKX-LINHA PIC X(100).

           FD  RELATORIO-PROVA
               LABEL RECORD IS STANDARD.
           01  RPV-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-MOVEST PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RELKARDX PIC X(2) VALUE "00".
           77 WS-FS-RELPRVES PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-PRODUTO PIC 9(6).
           77 WS-DATA-INICIAL PIC 9(8).
           77 WS-DATA-FINAL PIC 9(8).
           77 WS-SALDO-ABERTURA PIC S9(9).
           77 WS-SALDO-CORRIDO PIC S9(9).
           77 WS-TOTAL-ENTRADAS PIC 9(9).
           77 WS-TOTAL-SAIDAS PIC 9(9).
           77 WS-MOVIMENTO PIC S9(9).
           77 WS-DIFERENCA PIC S9(9).
           77 WS-MARCA PIC X(1).
           77 WS-CONT-MOVIMENTOS PIC 9(7) VALUE ZEROS.
           77 WS-CONT-DIVERGENTES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PRODUTOS PIC 9(5) VALUE ZEROS.
           77 WS-QTD-EDITADA PIC Z(6)9.
           77 WS-SALDO-EDITADO PIC -Z(8)9.
           77 WS-SALDO-EDITADO-2 PIC -Z(8)9.
           77 WS-DIFERENCA-EDITADA PIC -Z(8)9.
           77 WS-CONT-EDITADO PIC Z(6)9.
           77 WS-PRD-I PIC 9(4).
           77 WS-PRD-QTD PIC 9(4) VALUE ZEROS.
           77 WS-PRD-ACHOU PIC X(1).
               88 PRODUTO-ACHADO VALUE "S".
               88 PRODUTO-NAO-ACHADO VALUE "N".
           77 WS-TABELA-CHEIA-SW PIC X(1) VALUE "N".
               88 TABELA-CHEIA VALUE "S".
               88 TABELA-COM-ESPACO VALUE "N".
           01 WS-PRODUTOS-TABELA.
               05 WS-PRD-ITEM OCCURS 2000 TIMES.
                   10 WS-PRD-TAB-CODIGO PIC 9(6).
                   10 WS-PRD-TAB-SOMA PIC S9(9).
                   10 WS-PRD-TAB-NO-ESTOQUE PIC X(1).
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

           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=KARDEX DO PRODUTO 2=PROVA MOVIMENTO X ESTOQUE "
               "3=IMPLANTAR SALDO INICIAL X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-KARDEX-PRODUTO
               WHEN "2"
                   PERFORM 6000-PROVA-SALDOS
               WHEN "3"
                   PERFORM 7000-IMPLANTAR-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.

      *****************************************
      * KARDEX: OS MOVIMENTOS ANTERIORES AO PERIODO FORMAM O SALDO
      * DE ABERTURA; NO PERIODO CADA LINHA MOSTRA O SALDO CORRIDO
      * (ABERTURA MAIS MOVIMENTOS) AO LADO DO SALDO QUE O PROGRAMA
      * DE ORIGEM GRAVOU - SE DIFEREM, ALGUMA ALTERACAO DO ESTOQUE
      * NAO PASSOU PELO MOVEST E A LINHA SAI MARCADA
      *****************************************
       5000-KARDEX-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO".
           ACCEPT WS-PRODUTO.
           DISPLAY "DIGITE A DATA INICIAL (AAAAMMDD)".
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "DIGITE A DATA FINAL (AAAAMMDD)".
           ACCEPT WS-DATA-FINAL.

           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY "PERIODO INVALIDO - KARDEX CANCELADO"
           ELSE
               OPEN INPUT MOVIMENTO-ESTOQUE
               IF WS-FS-MOVEST NOT = "00"
                   DISPLAY "MOVIMENTO DE ESTOQUE MOVEST AUSENTE"
               ELSE
                   PERFORM 5100-EMITIR-KARDEX
                   CLOSE MOVIMENTO-ESTOQUE
               END-IF
               MOVE "00" TO WS-FS-MOVEST
           END-IF.

       5100-EMITIR-KARDEX.
           MOVE ZEROS TO WS-SALDO-ABERTURA WS-TOTAL-ENTRADAS
               WS-TOTAL-SAIDAS WS-CONT-MOVIMENTOS WS-CONT-DIVERGENTES.

           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
           END-READ.

           OPEN OUTPUT RELATORIO-KARDEX.

           MOVE SPACES TO RKX-LINHA.
           STRING "KARDEX DO PRODUTO " WS-PRODUTO " " PRD-DESCRICAO
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.
           MOVE SPACES TO RKX-LINHA.
           STRING "PERIODO DE " WS-DATA-INICIAL " A " WS-DATA-FINAL
               " - EMITIDO EM " DMV-DATA
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.

           PERFORM 5200-LER-ABERTURA
               UNTIL WS-FS-MOVEST NOT = "00".
           MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRIDO.

           MOVE WS-SALDO-ABERTURA TO WS-SALDO-EDITADO.
           MOVE SPACES TO RKX-LINHA.
           STRING "SALDO DE ABERTURA: " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.
           MOVE SPACES TO RKX-LINHA.
           STRING "DATA     ORIGEM   T     QTDE DOCUMENTO           "
               " FIL  SALDO CORRIDO  SALDO GRAVADO"
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.

      *    O PRIMEIRO MOVIMENTO DO PERIODO JA FOI LIDO PELA ABERTURA
           IF WS-FS-MOVEST = "99"
               MOVE "00" TO WS-FS-MOVEST
               PERFORM 5500-TRATAR-MOVIMENTO
               PERFORM 5400-IMPRIMIR-PERIODO
                   UNTIL WS-FS-MOVEST NOT = "00"
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

           PERFORM 5600-IMPRIMIR-TOTAIS.

           CLOSE RELATORIO-KARDEX.
           DISPLAY "KARDEX GRAVADO NO ARQUIVO RELKARDX - "
               WS-CONT-MOVIMENTOS " MOVIMENTOS".

      *****************************************
      * O MOVEST E GRAVADO EM ORDEM CRONOLOGICA: LE ATE O PRIMEIRO
      * MOVIMENTO DO PERIODO ACUMULANDO O SALDO DE ABERTURA
      *****************************************
       5200-LER-ABERTURA.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   IF MVE-DATA NOT < WS-DATA-INICIAL
                       MOVE "99" TO WS-FS-MOVEST
                   ELSE
                       IF MVE-PRODUTO = WS-PRODUTO
                           PERFORM 5300-SINALIZAR-MOVIMENTO
                           ADD WS-MOVIMENTO TO WS-SALDO-ABERTURA
                       END-IF
                   END-IF
           END-READ.

       5300-SINALIZAR-MOVIMENTO.
           IF MVE-SAIDA
               COMPUTE WS-MOVIMENTO = ZEROS - MVE-QUANTIDADE
           ELSE
               MOVE MVE-QUANTIDADE TO WS-MOVIMENTO
           END-IF.

       5400-IMPRIMIR-PERIODO.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   IF MVE-DATA > WS-DATA-FINAL
                       MOVE "10" TO WS-FS-MOVEST
                   ELSE
                       PERFORM 5500-TRATAR-MOVIMENTO
                   END-IF
           END-READ.

       5500-TRATAR-MOVIMENTO.
           IF MVE-PRODUTO = WS-PRODUTO
                   AND MVE-DATA NOT > WS-DATA-FINAL
               PERFORM 5300-SINALIZAR-MOVIMENTO
               ADD WS-MOVIMENTO TO WS-SALDO-CORRIDO
               ADD 1 TO WS-CONT-MOVIMENTOS
               IF MVE-SAIDA
                   ADD MVE-QUANTIDADE TO WS-TOTAL-SAIDAS
               ELSE
                   ADD MVE-QUANTIDADE TO WS-TOTAL-ENTRADAS
               END-IF

               MOVE SPACE TO WS-MARCA
               IF WS-SALDO-CORRIDO NOT = MVE-SALDO
                   MOVE "*" TO WS-MARCA
                   ADD 1 TO WS-CONT-DIVERGENTES
               END-IF

               MOVE MVE-QUANTIDADE TO WS-QTD-EDITADA
               MOVE WS-SALDO-CORRIDO TO WS-SALDO-EDITADO
               MOVE MVE-SALDO TO WS-SALDO-EDITADO-2
               MOVE SPACES TO RKX-LINHA
               STRING MVE-DATA " " MVE-ORIGEM " " MVE-TIPO " "
                   WS-QTD-EDITADA " " MVE-DOCUMENTO " " MVE-FILIAL
                   " " WS-SALDO-EDITADO "     " WS-SALDO-EDITADO-2
                   " " WS-MARCA
                   DELIMITED BY SIZE INTO RKX-LINHA
               WRITE RKX-LINHA
           END-IF.

       5600-IMPRIMIR-TOTAIS.
           MOVE WS-TOTAL-ENTRADAS TO WS-SALDO-EDITADO.
           MOVE WS-TOTAL-SAIDAS TO WS-SALDO-EDITADO-2.
           MOVE SPACES TO RKX-LINHA.
           STRING "ENTRADAS NO PERIODO: " WS-SALDO-EDITADO
               "  SAIDAS NO PERIODO: " WS-SALDO-EDITADO-2
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.

           MOVE WS-SALDO-CORRIDO TO WS-SALDO-EDITADO.
           MOVE SPACES TO RKX-LINHA.
           STRING "SALDO DE FECHAMENTO DO PERIODO: " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RKX-LINHA.
           WRITE RKX-LINHA.

           IF WS-CONT-DIVERGENTES > ZEROS
               MOVE WS-CONT-DIVERGENTES TO WS-CONT-EDITADO
               MOVE SPACES TO RKX-LINHA
               STRING "*** " WS-CONT-EDITADO " MOVIMENTOS COM SALDO "
                   "GRAVADO DIFERENTE DO CORRIDO - HOUVE ALTERACAO "
                   "FORA DO MOVEST ***"
                   DELIMITED BY SIZE INTO RKX-LINHA
               WRITE RKX-LINHA
           END-IF.

      *****************************************
      * PROVA: ENTRADAS MENOS SAIDAS DE TODO O MOVEST, POR PRODUTO,
      * TEM DE REPRODUZIR O EST-SALDO ATUAL; DIFERENCA OU PRODUTO
      * QUE SO EXISTE DE UM LADO SAI MARCADO NO RELPRVES
      *****************************************
       6000-PROVA-SALDOS.
           MOVE ZEROS TO WS-PRD-QTD WS-CONT-DIVERGENTES
               WS-CONT-PRODUTOS.
           SET TABELA-COM-ESPACO TO TRUE.

           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST = "00"
               PERFORM 6100-SOMAR-MOVIMENTO
                   UNTIL WS-FS-MOVEST NOT = "00"
               CLOSE MOVIMENTO-ESTOQUE
           ELSE
               DISPLAY "MOVIMENTO DE ESTOQUE MOVEST AUSENTE - TODO "
                   "SALDO DIFERENTE DE ZERO SERA APONTADO"
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

           OPEN OUTPUT RELATORIO-PROVA.
           MOVE SPACES TO RPV-LINHA.
           STRING "PROVA MOVIMENTO X SALDO DE ESTOQUE EM " DMV-DATA
               DELIMITED BY SIZE INTO RPV-LINHA.
           WRITE RPV-LINHA.
           MOVE "PRODUTO  SOMA MOVIMENTOS  SALDO ESTOQUE      DIFERENCA"
               TO RPV-LINHA.
           WRITE RPV-LINHA.

           OPEN INPUT SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "00"
               PERFORM 6300-CONFRONTAR-ESTOQUE
                   UNTIL WS-FS-ESTOQUE NOT = "00"
               CLOSE SALDOS-ESTOQUE
           ELSE
               DISPLAY "ARQUIVO DE SALDOS ESTOQUE AUSENTE"
           END-IF.
           MOVE "00" TO WS-FS-ESTOQUE.

           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD
               IF WS-PRD-TAB-NO-ESTOQUE(WS-PRD-I) = "N"
                       AND WS-PRD-TAB-SOMA(WS-PRD-I) NOT = ZEROS
                   MOVE WS-PRD-TAB-SOMA(WS-PRD-I) TO WS-SALDO-EDITADO
                   MOVE SPACES TO RPV-LINHA
                   STRING WS-PRD-TAB-CODIGO(WS-PRD-I) " "
                       WS-SALDO-EDITADO " SEM SALDO NO ESTOQUE *"
                       DELIMITED BY SIZE INTO RPV-LINHA
                   WRITE RPV-LINHA
                   ADD 1 TO WS-CONT-DIVERGENTES
               END-IF
           END-PERFORM.

           MOVE WS-CONT-PRODUTOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RPV-LINHA.
           STRING "PRODUTOS CONFERIDOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RPV-LINHA.
           WRITE RPV-LINHA.
           MOVE WS-CONT-DIVERGENTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RPV-LINHA.
           STRING "PRODUTOS COM DIFERENCA: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RPV-LINHA.
           WRITE RPV-LINHA.
           IF TABELA-CHEIA
               MOVE SPACES TO RPV-LINHA
               STRING "*** TABELA DE PRODUTOS ESTOUROU - PROVA "
                   "INCOMPLETA ***"
                   DELIMITED BY SIZE INTO RPV-LINHA
               WRITE RPV-LINHA
           END-IF.

           CLOSE RELATORIO-PROVA.
           DISPLAY "PROVA GRAVADA NO ARQUIVO RELPRVES - "
               WS-CONT-DIVERGENTES " PRODUTOS COM DIFERENCA".

       6100-SOMAR-MOVIMENTO.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   MOVE MVE-PRODUTO TO WS-PRODUTO
                   PERFORM 6200-LOCALIZAR-PRODUTO
                   IF PRODUTO-ACHADO
                       PERFORM 5300-SINALIZAR-MOVIMENTO
                       ADD WS-MOVIMENTO TO WS-PRD-TAB-SOMA(WS-PRD-I)
                   END-IF
           END-READ.

       6200-LOCALIZAR-PRODUTO.
           SET PRODUTO-NAO-ACHADO TO TRUE.

           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD OR PRODUTO-ACHADO
               IF WS-PRD-TAB-CODIGO(WS-PRD-I) = WS-PRODUTO
                   SET PRODUTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.

           IF PRODUTO-ACHADO
               SUBTRACT 1 FROM WS-PRD-I
           ELSE
               IF WS-PRD-QTD < 2000
                   ADD 1 TO WS-PRD-QTD
                   MOVE WS-PRD-QTD TO WS-PRD-I
                   MOVE WS-PRODUTO TO WS-PRD-TAB-CODIGO(WS-PRD-I)
                   MOVE ZEROS TO WS-PRD-TAB-SOMA(WS-PRD-I)
                   MOVE "N" TO WS-PRD-TAB-NO-ESTOQUE(WS-PRD-I)
                   SET PRODUTO-ACHADO TO TRUE
               ELSE
                   IF TABELA-COM-ESPACO
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE PRODUTOS CHEIA (2000) - "
                           "PRODUTO " WS-PRODUTO " E SEGUINTES FORA "
                           "DA PROVA - AUMENTE A TABELA ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       6300-CONFRONTAR-ESTOQUE.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   ADD 1 TO WS-CONT-PRODUTOS
                   MOVE EST-PRODUTO TO WS-PRODUTO
                   PERFORM 6200-LOCALIZAR-PRODUTO
                   IF PRODUTO-ACHADO
                       MOVE "S" TO WS-PRD-TAB-NO-ESTOQUE(WS-PRD-I)
                       MOVE WS-PRD-TAB-SOMA(WS-PRD-I) TO WS-MOVIMENTO
                       COMPUTE WS-DIFERENCA = EST-SALDO - WS-MOVIMENTO
                       IF WS-DIFERENCA NOT = ZEROS
                           PERFORM 6400-IMPRIMIR-DIFERENCA
                       END-IF
                   END-IF
           END-READ.

       6400-IMPRIMIR-DIFERENCA.
           ADD 1 TO WS-CONT-DIVERGENTES.

           MOVE WS-MOVIMENTO TO WS-SALDO-EDITADO.
           MOVE EST-SALDO TO WS-SALDO-EDITADO-2.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA.
           MOVE SPACES TO RPV-LINHA.
           STRING EST-PRODUTO "   " WS-SALDO-EDITADO "     "
               WS-SALDO-EDITADO-2 "     " WS-DIFERENCA-EDITADA " *"
               DELIMITED BY SIZE INTO RPV-LINHA.
           WRITE RPV-LINHA.

      *****************************************
      * IMPLANTACAO: COM O MOVEST AINDA VAZIO, CADA PRODUTO DO
      * ESTOQUE COM SALDO RECEBE UM MOVIMENTO "SALDO INICIAL" (SAIDA
      * QUANDO O SALDO E NEGATIVO), PARA A PROVA PARTIR DO SALDO DE
      * HOJE
      *****************************************
       7000-IMPLANTAR-SALDO.
           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST = "00"
               READ MOVIMENTO-ESTOQUE
                   AT END
                       MOVE "10" TO WS-FS-MOVEST
               END-READ
               CLOSE MOVIMENTO-ESTOQUE
           END-IF.

           IF WS-FS-MOVEST = "00"
               DISPLAY "MOVIMENTO DE ESTOQUE JA IMPLANTADO - CARGA "
                   "RECUSADA"
           ELSE
               DISPLAY "CONFIRMA A IMPLANTACAO DO SALDO INICIAL (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 7100-CARREGAR-SALDOS
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

       7100-CARREGAR-SALDOS.
           MOVE ZEROS TO WS-CONT-PRODUTOS.

           OPEN INPUT SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "00"
               PERFORM 7200-CARREGAR-PRODUTO
                   UNTIL WS-FS-ESTOQUE NOT = "00"
               CLOSE SALDOS-ESTOQUE
           ELSE
               DISPLAY "ARQUIVO DE SALDOS ESTOQUE AUSENTE"
           END-IF.
           MOVE "00" TO WS-FS-ESTOQUE.

           DISPLAY "PRODUTOS IMPLANTADOS NO MOVEST: " WS-CONT-PRODUTOS.

       7200-CARREGAR-PRODUTO.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   IF EST-SALDO NOT = ZEROS
                       MOVE EST-PRODUTO TO MVW-PRODUTO
                       MOVE "KARDEX" TO MVW-ORIGEM
                       IF EST-SALDO < ZEROS
                           SET MVW-SAIDA TO TRUE
                           COMPUTE MVW-QUANTIDADE = ZEROS - EST-SALDO
                       ELSE
                           SET MVW-ENTRADA TO TRUE
                           MOVE EST-SALDO TO MVW-QUANTIDADE
                       END-IF
                       MOVE "SALDO INICIAL" TO MVW-DOCUMENTO
                       MOVE EST-SALDO TO MVW-SALDO
                       MOVE ZEROS TO MVW-FILIAL
                       MOVE WS-OPERADOR TO MVW-OPERADOR
                       MOVE ZEROS TO MVW-CUSTO
                       MOVE EST-PRODUTO TO PRD-CODIGO
                       READ CADASTRO-PRODUTOS
                           NOT INVALID KEY
                               MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO
                       END-READ
                       CALL "MOVESTW" USING MVW-AREA
                       ADD 1 TO WS-CONT-PRODUTOS
                   END-IF
           END-READ.

       END PROGRAM KARDEX.
