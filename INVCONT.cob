       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONT.
      *************************************
      *OBJETIVO: CICLO DE INVENTARIO FISICO: ABRE O CICLO CONGELANDO
      *O SALDO DO ESTOQUE DE UMA FAIXA DE PRODUTOS (INVCICLO +
      *INVCONT), REGISTRA AS QUANTIDADES CONTADAS EM UMA OU MAIS
      *PASSADAS, CADA UMA COM O SEU CONTADOR (SOMANDO AS CONTAGENS OU
      *SUBSTITUINDO NA RECONTAGEM), IMPRIME EM RELINVC AS DIVERGENCIAS
      *CONTADO X CONGELADO VALORIZADAS PELO CUSTO MEDIO E, COM A
      *LIBERACAO DO SUPERVISOR (PROGRAM-09, NIVEL 03), LANCA DE UMA SO
      *VEZ NO ESTOQUE E NO ESTQLOG TODAS AS DIFERENCAS COM A
      *REFERENCIA DO CICLO. A DIFERENCA E APLICADA SOBRE O SALDO
      *ATUAL, ENTAO AS VENDAS FEITAS ENTRE O CONGELAMENTO E O
      *LANCAMENTO NAO DISTORCEM O RESULTADO. PRODUTO NAO CONTADO NAO
      *E AJUSTADO (SAI NO RELATORIO COMO NAO CONTADO).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CICLOS-INVENTARIO ASSIGN TO "INVCICLO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ICI-CICLO
                   FILE STATUS IS WS-FS-INVCICLO.

               SELECT CONTAGENS-INVENTARIO ASSIGN TO "INVCONT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ICO-CHAVE
                   FILE STATUS IS WS-FS-INVCONT.

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

               SELECT LOG-AJUSTES ASSIGN TO "ESTQLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ESTQLOG.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT RELATORIO-INVENTARIO ASSIGN TO "RELINVC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELINVC.
       DATA DIVISION.
           FILE SECTION.
           FD  CICLOS-INVENTARIO
               LABEL RECORD IS STANDARD.
               COPY "INVCICL-REG.CPY".

           FD  CONTAGENS-INVENTARIO
               LABEL RECORD IS STANDARD.
               COPY "INVCONT-REG.CPY".

           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  LOG-AJUSTES
               LABEL RECORD IS STANDARD.
           01  AJU-LINHA PIC X(100).

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  RELATORIO-INVENTARIO
               LABEL RECORD IS STANDARD.
           01  RIV-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-INVCICLO PIC X(2) VALUE "00".
           77 WS-FS-INVCONT PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-ESTQLOG PIC X(2) VALUE "00".
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-RELINVC PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-CONTADOR PIC X(10).
           77 WS-CICLO PIC 9(4).
           77 WS-MAIOR-CICLO PIC 9(4).
           77 WS-PRODUTO-INICIAL PIC 9(6).
           77 WS-PRODUTO-FINAL PIC 9(6).
           77 WS-PRODUTO PIC 9(6).
           77 WS-QUANTIDADE PIC 9(7).
           77 WS-MODO-PASSADA PIC X(1).
               88 PASSADA-SOMAR VALUE "S".
               88 PASSADA-SUBSTITUIR VALUE "R".
           77 WS-TIPO-AJUSTE PIC X(1).
           77 WS-DIFERENCA PIC S9(7).
           77 WS-QTD-AJUSTE PIC 9(7).
           77 WS-VALOR-DIFERENCA PIC S9(11)V99.
           77 WS-TOTAL-SOBRAS PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-FALTAS PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
           77 WS-CONT-ITENS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-NAO-CONTADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-DIVERGENTES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-LANCADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-SALDO-EDITADO PIC -Z(6)9.
           77 WS-CONTADO-EDITADO PIC Z(6)9.
           77 WS-DIFERENCA-EDITADA PIC -Z(6)9.
           77 WS-VALOR-EDITADO PIC -Z(10)9,99.
           77 WS-SUP-PIN PIC X(4).
           77 WS-OVR-DATA PIC 9(8).
           77 WS-OVR-HORA PIC 9(8).
           77 WS-CICLO-SW PIC X(1).
               88 CICLO-VALIDO VALUE "S".
               88 CICLO-INVALIDO VALUE "N".
           77 WS-LIBERACAO-SW PIC X(1).
               88 LANCAMENTO-LIBERADO VALUE "S".
               88 LANCAMENTO-RECUSADO VALUE "N".
           COPY "DATMOV-REG.CPY".
           COPY "MOVESTW-REG.CPY".
           COPY "SIGNON-REG.CPY".

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

           OPEN I-O CICLOS-INVENTARIO.
           IF WS-FS-INVCICLO = "35"
               OPEN OUTPUT CICLOS-INVENTARIO
               CLOSE CICLOS-INVENTARIO
               OPEN I-O CICLOS-INVENTARIO
           END-IF.

           OPEN I-O CONTAGENS-INVENTARIO.
           IF WS-FS-INVCONT = "35"
               OPEN OUTPUT CONTAGENS-INVENTARIO
               CLOSE CONTAGENS-INVENTARIO
               OPEN I-O CONTAGENS-INVENTARIO
           END-IF.

           OPEN I-O SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "35"
               OPEN OUTPUT SALDOS-ESTOQUE
               CLOSE SALDOS-ESTOQUE
               OPEN I-O SALDOS-ESTOQUE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=ABRIR CICLO 2=REGISTRAR CONTAGEM "
               "3=RELATORIO DE DIVERGENCIAS".
           DISPLAY "4=APROVAR E LANCAR 5=CANCELAR CICLO X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-ABRIR-CICLO
               WHEN "2"
                   PERFORM 6000-REGISTRAR-CONTAGEM
               WHEN "3"
                   PERFORM 7000-RELATORIO-DIVERGENCIAS
               WHEN "4"
                   PERFORM 8000-APROVAR-LANCAR
               WHEN "5"
                   PERFORM 8500-CANCELAR-CICLO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CICLOS-INVENTARIO.
           CLOSE CONTAGENS-INVENTARIO.
           CLOSE SALDOS-ESTOQUE.
           CLOSE CADASTRO-PRODUTOS.

      *****************************************
      * LOCALIZA O CICLO INFORMADO E CONFERE SE AINDA ESTA ABERTO
      *****************************************
       4000-PEDIR-CICLO.
           SET CICLO-INVALIDO TO TRUE.

           DISPLAY "DIGITE O NUMERO DO CICLO DE INVENTARIO".
           ACCEPT WS-CICLO.

           MOVE WS-CICLO TO ICI-CICLO.
           READ CICLOS-INVENTARIO
               INVALID KEY
                   DISPLAY "CICLO NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "CICLO " ICI-CICLO " ABERTO EM "
                       ICI-DATA-ABERTURA " PRODUTOS "
                       ICI-PRODUTO-INICIAL " A " ICI-PRODUTO-FINAL
                       " SITUACAO " ICI-SITUACAO
                   IF ICI-ABERTO
                       SET CICLO-VALIDO TO TRUE
                   END-IF
           END-READ.

      *****************************************
      * ABERTURA: CONGELA O SALDO ATUAL DE CADA PRODUTO DA FAIXA QUE
      * TEM REGISTRO NO ESTOQUE. NAO PODE HAVER OUTRO CICLO ABERTO
      * SOBREPONDO A MESMA FAIXA
      *****************************************
       5000-ABRIR-CICLO.
           DISPLAY "DIGITE O PRODUTO INICIAL DA FAIXA".
           ACCEPT WS-PRODUTO-INICIAL.
           DISPLAY "DIGITE O PRODUTO FINAL DA FAIXA".
           ACCEPT WS-PRODUTO-FINAL.

           IF WS-PRODUTO-FINAL < WS-PRODUTO-INICIAL
               DISPLAY "FAIXA INVALIDA - CICLO NAO ABERTO"
           ELSE
               PERFORM 5100-VERIFICAR-CICLOS
               IF CICLO-INVALIDO
                   DISPLAY "JA EXISTE CICLO ABERTO NA FAIXA - CICLO "
                       WS-CICLO
               ELSE
                   COMPUTE WS-CICLO = WS-MAIOR-CICLO + 1
                   PERFORM 5200-CONGELAR-SALDOS
               END-IF
           END-IF.

       5100-VERIFICAR-CICLOS.
           SET CICLO-VALIDO TO TRUE.
           MOVE ZEROS TO WS-MAIOR-CICLO.
           MOVE ZEROS TO ICI-CICLO.
           START CICLOS-INVENTARIO KEY IS NOT LESS THAN ICI-CICLO
               INVALID KEY
                   MOVE "23" TO WS-FS-INVCICLO
           END-START.

           PERFORM 5110-VERIFICAR-CICLOS-LOOP
               UNTIL WS-FS-INVCICLO NOT = "00".
           MOVE "00" TO WS-FS-INVCICLO.

       5110-VERIFICAR-CICLOS-LOOP.
           READ CICLOS-INVENTARIO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-INVCICLO
               NOT AT END
                   MOVE ICI-CICLO TO WS-MAIOR-CICLO
                   IF ICI-ABERTO
                           AND ICI-PRODUTO-INICIAL <= WS-PRODUTO-FINAL
                           AND ICI-PRODUTO-FINAL >= WS-PRODUTO-INICIAL
                       SET CICLO-INVALIDO TO TRUE
                       MOVE ICI-CICLO TO WS-CICLO
                   END-IF
           END-READ.

       5200-CONGELAR-SALDOS.
           MOVE ZEROS TO WS-CONT-ITENS.

           MOVE WS-PRODUTO-INICIAL TO EST-PRODUTO.
           START SALDOS-ESTOQUE KEY IS NOT LESS THAN EST-PRODUTO
               INVALID KEY
                   MOVE "23" TO WS-FS-ESTOQUE
           END-START.

           PERFORM 5210-CONGELAR-LOOP
               UNTIL WS-FS-ESTOQUE NOT = "00".
           MOVE "00" TO WS-FS-ESTOQUE.

           MOVE WS-CICLO TO ICI-CICLO.
           MOVE DMV-DATA TO ICI-DATA-ABERTURA.
           ACCEPT ICI-HORA-ABERTURA FROM TIME.
           MOVE WS-PRODUTO-INICIAL TO ICI-PRODUTO-INICIAL.
           MOVE WS-PRODUTO-FINAL TO ICI-PRODUTO-FINAL.
           MOVE WS-CONT-ITENS TO ICI-QTD-ITENS.
           SET ICI-ABERTO TO TRUE.
           MOVE WS-OPERADOR TO ICI-OPERADOR.
           MOVE SPACES TO ICI-APROVADOR.
           MOVE ZEROS TO ICI-DATA-LANCAMENTO.
           WRITE ICI-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CICLO"
               NOT INVALID KEY
                   DISPLAY "CICLO " WS-CICLO " ABERTO - ITENS "
                       "CONGELADOS: " WS-CONT-ITENS
           END-WRITE.

       5210-CONGELAR-LOOP.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   IF EST-PRODUTO > WS-PRODUTO-FINAL
                       MOVE "10" TO WS-FS-ESTOQUE
                   ELSE
                       MOVE EST-PRODUTO TO WS-PRODUTO
                       MOVE EST-SALDO TO ICO-SALDO-CONGELADO
                       PERFORM 5300-GRAVAR-ITEM-CICLO
                   END-IF
           END-READ.

       5300-GRAVAR-ITEM-CICLO.
           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO PRD-CUSTO-MEDIO
           END-READ.

           MOVE WS-CICLO TO ICO-CICLO.
           MOVE WS-PRODUTO TO ICO-PRODUTO.
           MOVE ZEROS TO ICO-QTD-CONTADA ICO-PASSADAS.
           MOVE SPACES TO ICO-ULTIMO-CONTADOR.
           MOVE PRD-CUSTO-MEDIO TO ICO-CUSTO-MEDIO.
           SET ICO-NAO-CONTADO TO TRUE.
           WRITE ICO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONGELAR O PRODUTO " WS-PRODUTO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ITENS
           END-WRITE.

      *****************************************
      * PASSADA DE CONTAGEM: CADA CONTADOR INFORMA PRODUTO E
      * QUANTIDADE. NA PASSADA "S" A QUANTIDADE SOMA AO QUE JA FOI
      * CONTADO (OUTRO LOCAL DO MESMO PRODUTO); NA "R" (RECONTAGEM)
      * SUBSTITUI. PRODUTO DA FAIXA SEM SALDO CONGELADO ENTRA NO
      * CICLO COM SALDO CONGELADO ZERO
      *****************************************
       6000-REGISTRAR-CONTAGEM.
           PERFORM 4000-PEDIR-CICLO.

           IF CICLO-VALIDO
               DISPLAY "DIGITE O CODIGO DO CONTADOR DESTA PASSADA"
               ACCEPT WS-CONTADOR
               DISPLAY "MODO DA PASSADA (S=SOMAR R=RECONTAGEM "
                   "SUBSTITUI)"
               ACCEPT WS-MODO-PASSADA
               IF NOT PASSADA-SUBSTITUIR
                   SET PASSADA-SOMAR TO TRUE
               END-IF
               PERFORM 6100-PEDIR-PRODUTO
               PERFORM 6200-REGISTRAR-ITEM
                   UNTIL WS-PRODUTO = ZEROS
           END-IF.

       6100-PEDIR-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO CONTADO (ZEROS PARA "
               "ENCERRAR A PASSADA)".
           ACCEPT WS-PRODUTO.

       6200-REGISTRAR-ITEM.
           IF WS-PRODUTO < ICI-PRODUTO-INICIAL
                   OR WS-PRODUTO > ICI-PRODUTO-FINAL
               DISPLAY "PRODUTO FORA DA FAIXA DO CICLO"
           ELSE
               MOVE WS-CICLO TO ICO-CICLO
               MOVE WS-PRODUTO TO ICO-PRODUTO
               READ CONTAGENS-INVENTARIO
                   INVALID KEY
                       PERFORM 6300-INCLUIR-PRODUTO-CICLO
                   NOT INVALID KEY
                       PERFORM 6400-LANCAR-QUANTIDADE
               END-READ
           END-IF.

           PERFORM 6100-PEDIR-PRODUTO.

       6300-INCLUIR-PRODUTO-CICLO.
           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO - CONTAGEM "
                       "IGNORADA"
               NOT INVALID KEY
                   MOVE ZEROS TO ICO-SALDO-CONGELADO
                   PERFORM 5300-GRAVAR-ITEM-CICLO
                   IF WS-FS-INVCONT = "00"
                       ADD 1 TO ICI-QTD-ITENS
                       REWRITE ICI-REGISTRO
                       PERFORM 6400-LANCAR-QUANTIDADE
                   END-IF
           END-READ.

       6400-LANCAR-QUANTIDADE.
           MOVE ICO-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PRD-DESCRICAO
           END-READ.
           DISPLAY "PRODUTO: " PRD-DESCRICAO " JA CONTADO: "
               ICO-QTD-CONTADA.
           DISPLAY "DIGITE A QUANTIDADE CONTADA".
           ACCEPT WS-QUANTIDADE.

           IF PASSADA-SUBSTITUIR
               MOVE WS-QUANTIDADE TO ICO-QTD-CONTADA
           ELSE
               ADD WS-QUANTIDADE TO ICO-QTD-CONTADA
           END-IF.
           ADD 1 TO ICO-PASSADAS.
           MOVE WS-CONTADOR TO ICO-ULTIMO-CONTADOR.
           SET ICO-CONTADO TO TRUE.

           REWRITE ICO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTAGEM"
               NOT INVALID KEY
                   DISPLAY "CONTAGEM REGISTRADA - TOTAL CONTADO: "
                       ICO-QTD-CONTADA
           END-REWRITE.

      *****************************************
      * DIVERGENCIAS DO CICLO: CONTADO MENOS CONGELADO, VALORIZADO
      * PELO CUSTO MEDIO GUARDADO NO CONGELAMENTO
      *****************************************
       7000-RELATORIO-DIVERGENCIAS.
           PERFORM 4000-PEDIR-CICLO.

           IF WS-FS-INVCICLO = "00"
               OPEN OUTPUT RELATORIO-INVENTARIO
               PERFORM 7100-APURAR-DIVERGENCIAS
               CLOSE RELATORIO-INVENTARIO
               DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELINVC"
           END-IF.
           MOVE "00" TO WS-FS-INVCICLO.

       7100-APURAR-DIVERGENCIAS.
           MOVE ZEROS TO WS-CONT-ITENS WS-CONT-NAO-CONTADOS
               WS-CONT-DIVERGENTES WS-TOTAL-SOBRAS WS-TOTAL-FALTAS.

           MOVE SPACES TO RIV-LINHA.
           STRING "INVENTARIO - DIVERGENCIAS DO CICLO " WS-CICLO
               " CONGELADO EM " ICI-DATA-ABERTURA " SITUACAO "
               ICI-SITUACAO " EMITIDO EM " DMV-DATA
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE SPACES TO RIV-LINHA.
           STRING "PRODUTO DESCRICAO                      CONGELADO  "
               "CONTADO DIFERENCA    VALOR DIFERENCA"
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

           MOVE WS-CICLO TO ICO-CICLO.
           MOVE ZEROS TO ICO-PRODUTO.
           START CONTAGENS-INVENTARIO KEY IS NOT LESS THAN ICO-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-INVCONT
           END-START.

           PERFORM 7200-LISTAR-ITEM
               UNTIL WS-FS-INVCONT NOT = "00".
           MOVE "00" TO WS-FS-INVCONT.

           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-SOBRAS + WS-TOTAL-FALTAS.

           MOVE SPACES TO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-CONT-ITENS TO WS-CONT-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "ITENS NO CICLO: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-CONT-NAO-CONTADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "ITENS NAO CONTADOS (SEM AJUSTE): " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-CONT-DIVERGENTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "ITENS COM DIVERGENCIA: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-TOTAL-SOBRAS TO WS-VALOR-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "VALOR DAS SOBRAS: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-TOTAL-FALTAS TO WS-VALOR-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "VALOR DAS FALTAS: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "DIFERENCA LIQUIDA: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

       7200-LISTAR-ITEM.
           READ CONTAGENS-INVENTARIO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-INVCONT
               NOT AT END
                   IF ICO-CICLO NOT = WS-CICLO
                       MOVE "10" TO WS-FS-INVCONT
                   ELSE
                       PERFORM 7300-IMPRIMIR-ITEM
                   END-IF
           END-READ.

       7300-IMPRIMIR-ITEM.
           ADD 1 TO WS-CONT-ITENS.

           MOVE ICO-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
           END-READ.

           MOVE ICO-SALDO-CONGELADO TO WS-SALDO-EDITADO.
           MOVE SPACES TO RIV-LINHA.

           IF ICO-NAO-CONTADO
               ADD 1 TO WS-CONT-NAO-CONTADOS
               STRING ICO-PRODUTO " " PRD-DESCRICAO " "
                   WS-SALDO-EDITADO "  *** NAO CONTADO ***"
                   DELIMITED BY SIZE INTO RIV-LINHA
               WRITE RIV-LINHA
           ELSE
               COMPUTE WS-DIFERENCA =
                   ICO-QTD-CONTADA - ICO-SALDO-CONGELADO
               COMPUTE WS-VALOR-DIFERENCA =
                   WS-DIFERENCA * ICO-CUSTO-MEDIO
               IF WS-DIFERENCA > ZEROS
                   ADD WS-VALOR-DIFERENCA TO WS-TOTAL-SOBRAS
               END-IF
               IF WS-DIFERENCA < ZEROS
                   ADD WS-VALOR-DIFERENCA TO WS-TOTAL-FALTAS
               END-IF
               IF WS-DIFERENCA NOT = ZEROS
                   ADD 1 TO WS-CONT-DIVERGENTES
                   MOVE ICO-QTD-CONTADA TO WS-CONTADO-EDITADO
                   MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA
                   MOVE WS-VALOR-DIFERENCA TO WS-VALOR-EDITADO
                   STRING ICO-PRODUTO " " PRD-DESCRICAO " "
                       WS-SALDO-EDITADO " " WS-CONTADO-EDITADO " "
                       WS-DIFERENCA-EDITADA " " WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO RIV-LINHA
                   WRITE RIV-LINHA
               END-IF
           END-IF.

      *****************************************
      * LANCAMENTO DO CICLO: COM A LIBERACAO DO SUPERVISOR, CADA
      * PRODUTO CONTADO RECEBE NO SALDO ATUAL A DIFERENCA CONTADO
      * MENOS CONGELADO, COM LINHA NO ESTQLOG REFERENCIANDO O CICLO
      *****************************************
       8000-APROVAR-LANCAR.
           PERFORM 4000-PEDIR-CICLO.

           IF CICLO-VALIDO
               OPEN OUTPUT RELATORIO-INVENTARIO
               PERFORM 7100-APURAR-DIVERGENCIAS
               CLOSE RELATORIO-INVENTARIO
               MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-EDITADO
               DISPLAY "DIVERGENCIAS EM RELINVC - ITENS DIVERGENTES: "
                   WS-CONT-DIVERGENTES " LIQUIDO: " WS-VALOR-EDITADO
               IF WS-CONT-NAO-CONTADOS > ZEROS
                   DISPLAY "ATENCAO: " WS-CONT-NAO-CONTADOS
                       " ITENS NAO CONTADOS FICARAO SEM AJUSTE"
               END-IF
               PERFORM 8100-PEDIR-LIBERACAO
               IF LANCAMENTO-LIBERADO
                   PERFORM 8200-LANCAR-CICLO
               END-IF
           END-IF.

       8100-PEDIR-LIBERACAO.
           DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               DISPLAY "LANCAMENTO LIBERADO PELO SUPERVISOR"
               SET LANCAMENTO-LIBERADO TO TRUE
               PERFORM 8150-GRAVAR-LIBERACAO
           ELSE
               DISPLAY "LIBERACAO NEGADA - CICLO NAO LANCADO"
               SET LANCAMENTO-RECUSADO TO TRUE
           END-IF.

       8150-GRAVAR-LIBERACAO.
           MOVE DMV-DATA TO WS-OVR-DATA.
           ACCEPT WS-OVR-HORA FROM TIME.

           OPEN EXTEND LOG-LIBERACOES.
           IF WS-FS-OVERLOG NOT = "00"
               OPEN OUTPUT LOG-LIBERACOES
           END-IF.

           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU INVENTARIO CICLO " WS-CICLO
               " DIVERGENTES " WS-CONT-DIVERGENTES " LIQUIDO "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO OVR-LINHA.
           WRITE OVR-LINHA.

           CLOSE LOG-LIBERACOES.
           MOVE "00" TO WS-FS-OVERLOG.

       8200-LANCAR-CICLO.
           MOVE ZEROS TO WS-CONT-LANCADOS.

           OPEN EXTEND LOG-AJUSTES.
           IF WS-FS-ESTQLOG NOT = "00"
               OPEN OUTPUT LOG-AJUSTES
           END-IF.

           MOVE WS-CICLO TO ICO-CICLO.
           MOVE ZEROS TO ICO-PRODUTO.
           START CONTAGENS-INVENTARIO KEY IS NOT LESS THAN ICO-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-INVCONT
           END-START.

           PERFORM 8300-LANCAR-ITEM
               UNTIL WS-FS-INVCONT NOT = "00".
           MOVE "00" TO WS-FS-INVCONT.

           CLOSE LOG-AJUSTES.

           MOVE WS-CICLO TO ICI-CICLO.
           READ CICLOS-INVENTARIO
               INVALID KEY
                   DISPLAY "CICLO NAO ENCONTRADO AO ENCERRAR"
               NOT INVALID KEY
                   SET ICI-LANCADO TO TRUE
                   MOVE SGN-USUARIO TO ICI-APROVADOR
                   MOVE DMV-DATA TO ICI-DATA-LANCAMENTO
                   REWRITE ICI-REGISTRO
           END-READ.

           DISPLAY "CICLO " WS-CICLO " LANCADO - AJUSTES NO ESTOQUE: "
               WS-CONT-LANCADOS.

       8300-LANCAR-ITEM.
           READ CONTAGENS-INVENTARIO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-INVCONT
               NOT AT END
                   IF ICO-CICLO NOT = WS-CICLO
                       MOVE "10" TO WS-FS-INVCONT
                   ELSE
                       IF ICO-CONTADO
                           PERFORM 8400-AJUSTAR-SALDO
                       END-IF
                   END-IF
           END-READ.

       8400-AJUSTAR-SALDO.
           COMPUTE WS-DIFERENCA = ICO-QTD-CONTADA - ICO-SALDO-CONGELADO.

           IF WS-DIFERENCA NOT = ZEROS
               MOVE ICO-PRODUTO TO EST-PRODUTO
               READ SALDOS-ESTOQUE
                   INVALID KEY
                       MOVE ZEROS TO EST-MINIMO
                       MOVE WS-DIFERENCA TO EST-SALDO
                       WRITE EST-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO CRIAR O SALDO DO "
                                   "PRODUTO " ICO-PRODUTO
                           NOT INVALID KEY
                               PERFORM 8450-LOGAR-AJUSTE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-DIFERENCA TO EST-SALDO
                       REWRITE EST-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O SALDO DO "
                                   "PRODUTO " ICO-PRODUTO
                           NOT INVALID KEY
                               PERFORM 8450-LOGAR-AJUSTE
                       END-REWRITE
               END-READ
           END-IF.

           SET ICO-LANCADO TO TRUE.
           REWRITE ICO-REGISTRO.

       8450-LOGAR-AJUSTE.
           ADD 1 TO WS-CONT-LANCADOS.

           IF WS-DIFERENCA > ZEROS
               MOVE "E" TO WS-TIPO-AJUSTE
               MOVE WS-DIFERENCA TO WS-QTD-AJUSTE
           ELSE
               MOVE "S" TO WS-TIPO-AJUSTE
               COMPUTE WS-QTD-AJUSTE = ZEROS - WS-DIFERENCA
           END-IF.

           MOVE EST-SALDO TO WS-SALDO-EDITADO.
           MOVE SPACES TO AJU-LINHA.
           STRING DMV-DATA " " WS-OPERADOR " PRODUTO " ICO-PRODUTO
               " TIPO " WS-TIPO-AJUSTE " QTD " WS-QTD-AJUSTE
               " INVENTARIO " WS-CICLO " SALDO " WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO AJU-LINHA.
           WRITE AJU-LINHA.

           MOVE ICO-PRODUTO TO MVW-PRODUTO.
           MOVE "INVCONT" TO MVW-ORIGEM.
           MOVE WS-TIPO-AJUSTE TO MVW-TIPO.
           MOVE WS-QTD-AJUSTE TO MVW-QUANTIDADE.
           MOVE SPACES TO MVW-DOCUMENTO.
           STRING "INVENTARIO " WS-CICLO
               DELIMITED BY SIZE INTO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE ZEROS TO MVW-FILIAL.
           MOVE WS-OPERADOR TO MVW-OPERADOR.
           MOVE ICO-CUSTO-MEDIO TO MVW-CUSTO.
           MOVE ICO-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               NOT INVALID KEY
                   MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO
           END-READ.
           CALL "MOVESTW" USING MVW-AREA.

      *****************************************
      * CANCELAMENTO: O CICLO ABERTO E ABANDONADO SEM NENHUM AJUSTE
      *****************************************
       8500-CANCELAR-CICLO.
           PERFORM 4000-PEDIR-CICLO.

           IF CICLO-VALIDO
               DISPLAY "CONFIRMA O CANCELAMENTO DO CICLO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET ICI-CANCELADO TO TRUE
                   REWRITE ICI-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR O CICLO"
                       NOT INVALID KEY
                           DISPLAY "CICLO " WS-CICLO " CANCELADO"
                   END-REWRITE
               END-IF
           END-IF.

       END PROGRAM INVCONT.
