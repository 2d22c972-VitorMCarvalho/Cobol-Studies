       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSUG.
      *************************************
      *OBJETIVO: SUGESTAO NOTURNA DE REPOSICAO DE ESTOQUE: APURA NO
      *DETALHE VENDDET A VENDA MEDIA DIARIA DE CADA PRODUTO (VENDAS
      *MENOS ESTORNOS) NA JANELA DE DIAS DO REPCFG, PROJETA QUANTOS
      *DIAS O SALDO DO ESTOQUE AINDA COBRE E, PARA OS PRODUTOS
      *ABAIXO DO MINIMO OU QUE NAO COBREM O PRAZO DE COBERTURA,
      *SUGERE A QUANTIDADE A COMPRAR (VENDA MEDIA VEZES A COBERTURA
      *MAIS O ESTOQUE MINIMO, MENOS O SALDO E O QUE JA ESTA PEDIDO
      *NO PEDCOMP). A SUGESTAO SAI AGRUPADA PELO FORNECEDOR
      *HABITUAL DO PRODUTO NA PLANILHA DO COMPRADOR (RELREPO) E NO
      *ARQUIVO SUGCOMPR, QUE O PEDCMNT CONVERTE EM PEDIDOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT SALDOS-ESTOQUE ASSIGN TO "ESTOQUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT PEDIDOS-COMPRA ASSIGN TO "PEDCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PCO-CHAVE
                   FILE STATUS IS WS-FS-PEDCOMP.

               SELECT CONFIG-REPOSICAO ASSIGN TO "REPCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REPCFG.

               SELECT RELATORIO-REPOSICAO ASSIGN TO "RELREPO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELREPO.

               SELECT SUGESTAO-COMPRA ASSIGN TO "SUGCOMPR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUGCOMPR.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK6".
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  PEDIDOS-COMPRA
               LABEL RECORD IS STANDARD.
               COPY "PEDCOMP-REG.CPY".

           FD  CONFIG-REPOSICAO
               LABEL RECORD IS STANDARD.
           01  RPC-LINHA.
               05 RPC-JANELA-DIAS PIC 9(3).
               05 FILLER PIC X(1).
               05 RPC-COBERTURA-DIAS PIC 9(3).

           FD  RELATORIO-REPOSICAO
               LABEL RECORD IS STANDARD.
           01  REP-LINHA PIC X(100).

           FD  SUGESTAO-COMPRA
               LABEL RECORD IS STANDARD.
               COPY "SUGCOMP-REG.CPY".

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-FORNECEDOR PIC 9(4).
               05 SRT-PRODUTO PIC 9(6).
               05 SRT-QUANTIDADE PIC 9(5).
               05 SRT-CUSTO PIC 9(6)V99.
               05 SRT-SALDO PIC S9(7).
               05 SRT-MEDIA-DIARIA PIC 9(5)V99.
               05 SRT-DIAS-RESTANTES PIC 9(3).
               05 SRT-PENDENTE PIC 9(6).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-PEDCOMP PIC X(2) VALUE "00".
           77 WS-FS-REPCFG PIC X(2) VALUE "00".
           77 WS-FS-RELREPO PIC X(2) VALUE "00".
           77 WS-FS-SUGCOMPR PIC X(2) VALUE "00".
           77 WS-JANELA-DIAS PIC 9(3) VALUE 30.
           77 WS-COBERTURA-DIAS PIC 9(3) VALUE 15.
           77 WS-DATA-INICIO PIC 9(8).
           77 WS-PRD-I PIC 9(4).
           77 WS-PRD-QTD PIC 9(4) VALUE ZEROS.
           77 WS-PRD-ACHOU PIC X(1).
               88 PRODUTO-ACHADO VALUE "S".
               88 PRODUTO-NAO-ACHADO VALUE "N".
           77 WS-TABELA-CHEIA-SW PIC X(1) VALUE "N".
               88 TABELA-CHEIA VALUE "S".
               88 TABELA-COM-ESPACO VALUE "N".
           77 WS-FIM-SORT-SW PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-QTD-VENDIDA PIC S9(8).
           77 WS-QTD-PENDENTE PIC 9(6).
           77 WS-MEDIA-DIARIA PIC 9(5)V99.
           77 WS-DIAS-RESTANTES PIC 9(5).
           77 WS-NECESSIDADE PIC S9(9).
           77 WS-FORNECEDOR-ATUAL PIC 9(4).
           77 WS-VALOR-ITEM PIC 9(11)V99.
           77 WS-TOTAL-FORNECEDOR PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-SUGESTOES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-SALDO-EDITADO PIC -Z(6)9.
           77 WS-MEDIA-EDITADA PIC Z(4)9,99.
           77 WS-QTD-EDITADA PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(10)9,99.
           01 WS-PRODUTOS-TABELA.
               05 WS-PRD-ITEM OCCURS 2000 TIMES.
                   10 WS-PRD-TAB-CODIGO PIC 9(6).
                   10 WS-PRD-TAB-VENDIDA PIC S9(8).
                   10 WS-PRD-TAB-PENDENTE PIC 9(6).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-FORNECEDOR SRT-PRODUTO
               INPUT PROCEDURE IS 3000-GERAR-SUGESTOES
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-PLANILHA.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           COMPUTE CAL-DIAS = WS-JANELA-DIAS - 1.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-INICIO.

           PERFORM 2000-APURAR-VENDAS.
           PERFORM 2500-APURAR-PEDIDOS-PENDENTES.

           OPEN INPUT SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE NOT = "00"
               DISPLAY "ARQUIVO DE SALDOS ESTOQUE AUSENTE"
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.
           OPEN INPUT CADASTRO-FORNECEDORES.
           OPEN OUTPUT RELATORIO-REPOSICAO.
           OPEN OUTPUT SUGESTAO-COMPRA.

           MOVE SPACES TO REP-LINHA.
           STRING "SUGESTAO DE REPOSICAO EM " DMV-DATA
               " - VENDAS DE " WS-DATA-INICIO " A " DMV-DATA
               " COBERTURA " WS-COBERTURA-DIAS " DIAS"
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.

       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-REPOSICAO.
           IF WS-FS-REPCFG = "00"
               READ CONFIG-REPOSICAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPC-JANELA-DIAS IS NUMERIC
                               AND RPC-JANELA-DIAS > ZEROS
                           MOVE RPC-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
                       IF RPC-COBERTURA-DIAS IS NUMERIC
                               AND RPC-COBERTURA-DIAS > ZEROS
                           MOVE RPC-COBERTURA-DIAS TO
                               WS-COBERTURA-DIAS
                       END-IF
               END-READ
               CLOSE CONFIG-REPOSICAO
           END-IF.
           MOVE "00" TO WS-FS-REPCFG.

      *****************************************
      * QUANTIDADE VENDIDA NA JANELA POR PRODUTO: VENDAS SOMAM E
      * ESTORNOS SUBTRAEM, COMO NO PRODRANK
      *****************************************
       2000-APURAR-VENDAS.
           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET = "00"
               PERFORM 2050-POSICIONAR-DETALHE
               PERFORM 2100-LER-DETALHE
                   UNTIL WS-FS-VENDDET NOT = "00"
               CLOSE VENDAS-DETALHE
           ELSE
               DISPLAY "DETALHE VENDDET AUSENTE - VENDA MEDIA ZERADA"
           END-IF.
           MOVE "00" TO WS-FS-VENDDET.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       2050-POSICIONAR-DETALHE.
           MOVE WS-DATA-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2100-LER-DETALHE.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA >= WS-DATA-INICIO
                           AND VDT-DATA <= DMV-DATA
                           AND VDT-PRODUTO > ZEROS
                       PERFORM 2200-LOCALIZAR-PRODUTO
                       IF PRODUTO-ACHADO
                           IF VDT-TIPO-ESTORNO
                               SUBTRACT VDT-QUANTIDADE FROM
                                   WS-PRD-TAB-VENDIDA(WS-PRD-I)
                           ELSE
                               ADD VDT-QUANTIDADE TO
                                   WS-PRD-TAB-VENDIDA(WS-PRD-I)
                           END-IF
                       END-IF
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

      *****************************************
      * LOCALIZA (OU ABRE) A POSICAO DO PRODUTO NA TABELA; TABELA
      * CHEIA AVISA UMA VEZ E DEVOLVE CONDICAO 8
      *****************************************
       2200-LOCALIZAR-PRODUTO.
           SET PRODUTO-NAO-ACHADO TO TRUE.
           MOVE VDT-PRODUTO TO PRD-CODIGO.
           PERFORM 2210-PROCURAR-CODIGO.

       2210-PROCURAR-CODIGO.
           SET PRODUTO-NAO-ACHADO TO TRUE.

           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD OR PRODUTO-ACHADO
               IF WS-PRD-TAB-CODIGO(WS-PRD-I) = PRD-CODIGO
                   SET PRODUTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.

           IF PRODUTO-ACHADO
               SUBTRACT 1 FROM WS-PRD-I
           ELSE
               IF WS-PRD-QTD < 2000
                   ADD 1 TO WS-PRD-QTD
                   MOVE WS-PRD-QTD TO WS-PRD-I
                   MOVE PRD-CODIGO TO WS-PRD-TAB-CODIGO(WS-PRD-I)
                   MOVE ZEROS TO WS-PRD-TAB-VENDIDA(WS-PRD-I)
                   MOVE ZEROS TO WS-PRD-TAB-PENDENTE(WS-PRD-I)
                   SET PRODUTO-ACHADO TO TRUE
               ELSE
                   IF TABELA-COM-ESPACO
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE PRODUTOS CHEIA (2000) - "
                           "PRODUTO " PRD-CODIGO " E SEGUINTES SEM "
                           "VENDA MEDIA - AUMENTE A TABELA ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************
      * O QUE JA FOI PEDIDO E AINDA NAO CHEGOU (ITENS ABERTOS OU
      * PARCIAIS DO PEDCOMP) ABATE A SUGESTAO
      *****************************************
       2500-APURAR-PEDIDOS-PENDENTES.
           OPEN INPUT PEDIDOS-COMPRA.
           IF WS-FS-PEDCOMP = "00"
               PERFORM 2600-LER-PEDIDO
                   UNTIL WS-FS-PEDCOMP NOT = "00"
               CLOSE PEDIDOS-COMPRA
           END-IF.
           MOVE "00" TO WS-FS-PEDCOMP.

       2600-LER-PEDIDO.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-PENDENTE
                           AND PCO-QTD-RECEBIDA < PCO-QTD-PEDIDA
                       MOVE PCO-PRODUTO TO PRD-CODIGO
                       PERFORM 2210-PROCURAR-CODIGO
                       IF PRODUTO-ACHADO
                           COMPUTE WS-PRD-TAB-PENDENTE(WS-PRD-I) =
                               WS-PRD-TAB-PENDENTE(WS-PRD-I) +
                               PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
                       END-IF
                   END-IF
           END-READ.

       3000-GERAR-SUGESTOES.
           PERFORM 3100-AVALIAR-PRODUTO
               UNTIL WS-FS-ESTOQUE NOT = "00".

       3100-AVALIAR-PRODUTO.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   MOVE EST-PRODUTO TO PRD-CODIGO
                   READ CADASTRO-PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRD-ATIVO
                               PERFORM 3200-CALCULAR-SUGESTAO
                           END-IF
                   END-READ
           END-READ.

      *****************************************
      * VENDA MEDIA = VENDIDO NA JANELA / DIAS DA JANELA; DIAS
      * RESTANTES = SALDO / VENDA MEDIA (999 SEM GIRO). ENTRA NA
      * SUGESTAO O PRODUTO NO MINIMO OU ABAIXO, OU QUE NAO COBRE O
      * PRAZO DE COBERTURA, QUANDO A NECESSIDADE LIQUIDA E POSITIVA
      *****************************************
       3200-CALCULAR-SUGESTAO.
           MOVE ZEROS TO WS-QTD-VENDIDA WS-QTD-PENDENTE.
           PERFORM 2210-PROCURAR-CODIGO.
           IF PRODUTO-ACHADO
               MOVE WS-PRD-TAB-VENDIDA(WS-PRD-I) TO WS-QTD-VENDIDA
               MOVE WS-PRD-TAB-PENDENTE(WS-PRD-I) TO WS-QTD-PENDENTE
           END-IF.

           IF WS-QTD-VENDIDA > ZEROS
               COMPUTE WS-MEDIA-DIARIA ROUNDED =
                   WS-QTD-VENDIDA / WS-JANELA-DIAS
           ELSE
               MOVE ZEROS TO WS-MEDIA-DIARIA
           END-IF.

           EVALUATE TRUE
               WHEN EST-SALDO <= ZEROS
                   MOVE ZEROS TO WS-DIAS-RESTANTES
               WHEN WS-MEDIA-DIARIA = ZEROS
                   MOVE 999 TO WS-DIAS-RESTANTES
               WHEN OTHER
                   COMPUTE WS-DIAS-RESTANTES =
                       EST-SALDO / WS-MEDIA-DIARIA
                   IF WS-DIAS-RESTANTES > 999
                       MOVE 999 TO WS-DIAS-RESTANTES
                   END-IF
           END-EVALUATE.

           IF EST-SALDO <= EST-MINIMO
                   OR WS-DIAS-RESTANTES < WS-COBERTURA-DIAS
               COMPUTE WS-NECESSIDADE ROUNDED =
                   (WS-MEDIA-DIARIA * WS-COBERTURA-DIAS) + EST-MINIMO
                   - EST-SALDO - WS-QTD-PENDENTE
               IF WS-NECESSIDADE > ZEROS
                   IF WS-NECESSIDADE > 99999
                       MOVE 99999 TO WS-NECESSIDADE
                   END-IF
                   MOVE PRD-FORNECEDOR TO SRT-FORNECEDOR
                   MOVE PRD-CODIGO TO SRT-PRODUTO
                   MOVE WS-NECESSIDADE TO SRT-QUANTIDADE
                   MOVE PRD-CUSTO-ULTIMO TO SRT-CUSTO
                   MOVE EST-SALDO TO SRT-SALDO
                   MOVE WS-MEDIA-DIARIA TO SRT-MEDIA-DIARIA
                   MOVE WS-DIAS-RESTANTES TO SRT-DIAS-RESTANTES
                   MOVE WS-QTD-PENDENTE TO SRT-PENDENTE
                   RELEASE SRT-REGISTRO
               END-IF
           END-IF.

       4000-IMPRIMIR-PLANILHA.
           SET FIM-SORT-NAO TO TRUE.
           MOVE 9999 TO WS-FORNECEDOR-ATUAL.

           PERFORM 4100-IMPRIMIR-LOOP UNTIL FIM-SORT-SIM.

           PERFORM 4300-FECHAR-FORNECEDOR.

       4100-IMPRIMIR-LOOP.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   IF SRT-FORNECEDOR NOT = WS-FORNECEDOR-ATUAL
                       PERFORM 4300-FECHAR-FORNECEDOR
                       PERFORM 4200-ABRIR-FORNECEDOR
                   END-IF
                   PERFORM 4400-IMPRIMIR-ITEM
           END-RETURN.

       4200-ABRIR-FORNECEDOR.
           MOVE SRT-FORNECEDOR TO WS-FORNECEDOR-ATUAL.
           MOVE ZEROS TO WS-TOTAL-FORNECEDOR.

           IF SRT-FORNECEDOR = ZEROS
               MOVE "*** SEM FORNECEDOR HABITUAL ***" TO FOR-NOME
           ELSE
               MOVE SRT-FORNECEDOR TO FOR-CODIGO
               READ CADASTRO-FORNECEDORES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO FOR-NOME
               END-READ
           END-IF.

           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE SPACES TO REP-LINHA.
           STRING "FORNECEDOR " SRT-FORNECEDOR " " FOR-NOME
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.
           MOVE SPACES TO REP-LINHA.
           STRING "  PRODUTO DESCRICAO                        SALDO "
               "MEDIA/DIA DIAS PEDIDO SUGERIDO"
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.

       4300-FECHAR-FORNECEDOR.
           IF WS-FORNECEDOR-ATUAL NOT = 9999
               MOVE WS-TOTAL-FORNECEDOR TO WS-VALOR-EDITADO
               MOVE SPACES TO REP-LINHA
               STRING "  VALOR ESTIMADO DO FORNECEDOR (ULTIMO CUSTO): "
                   WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO REP-LINHA
               WRITE REP-LINHA
           END-IF.

       4400-IMPRIMIR-ITEM.
           MOVE SRT-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
           END-READ.

           COMPUTE WS-VALOR-ITEM = SRT-QUANTIDADE * SRT-CUSTO.
           ADD WS-VALOR-ITEM TO WS-TOTAL-FORNECEDOR WS-TOTAL-GERAL.
           ADD 1 TO WS-CONT-SUGESTOES.

           MOVE SRT-SALDO TO WS-SALDO-EDITADO.
           MOVE SRT-MEDIA-DIARIA TO WS-MEDIA-EDITADA.
           MOVE SRT-QUANTIDADE TO WS-QTD-EDITADA.

           MOVE SPACES TO REP-LINHA.
           STRING "  " SRT-PRODUTO " " PRD-DESCRICAO " "
               WS-SALDO-EDITADO " " WS-MEDIA-EDITADA " "
               SRT-DIAS-RESTANTES " " SRT-PENDENTE " "
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.

           MOVE SPACES TO SUG-REGISTRO.
           MOVE SRT-FORNECEDOR TO SUG-FORNECEDOR.
           MOVE SRT-PRODUTO TO SUG-PRODUTO.
           MOVE SRT-QUANTIDADE TO SUG-QUANTIDADE.
           MOVE SRT-CUSTO TO SUG-CUSTO.
           MOVE SRT-SALDO TO SUG-SALDO.
           MOVE SRT-DIAS-RESTANTES TO SUG-DIAS-RESTANTES.
           WRITE SUG-REGISTRO.

       9000-FINALIZAR.
           MOVE WS-CONT-SUGESTOES TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-GERAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO REP-LINHA.
           WRITE REP-LINHA.
           MOVE SPACES TO REP-LINHA.
           STRING "ITENS SUGERIDOS: " WS-CONT-EDITADO
               " VALOR ESTIMADO TOTAL: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.

           IF TABELA-CHEIA
               MOVE SPACES TO REP-LINHA
               STRING "*** SUGESTAO INCOMPLETA - TABELA DE PRODUTOS "
                   "ESTOUROU"
                   DELIMITED BY SIZE INTO REP-LINHA
               WRITE REP-LINHA
           END-IF.

           IF WS-FS-ESTOQUE = "10"
               CLOSE SALDOS-ESTOQUE
           END-IF.
           CLOSE CADASTRO-PRODUTOS.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE RELATORIO-REPOSICAO.
           CLOSE SUGESTAO-COMPRA.

           DISPLAY "SUGESTAO DE REPOSICAO GRAVADA EM RELREPO E "
               "SUGCOMPR - ITENS: " WS-CONT-EDITADO.

       END PROGRAM REPOSUG.
