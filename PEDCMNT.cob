       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DOS PEDIDOS DE COMPRA (PEDCOMP): INCLUI
      *O PEDIDO PARA UM FORNECEDOR ATIVO DO FORNMST COM DATA
      *PREVISTA DE ENTREGA E ATE 99 ITENS (PRODUTO, QUANTIDADE E
      *CUSTO UNITARIO ACORDADO), CONSULTA A POSICAO DE RECEBIMENTO
      *DE UM PEDIDO, CANCELA O SALDO PENDENTE E IMPRIME EM RELPEDC
      *OS PEDIDOS EM ABERTO E PARCIALMENTE RECEBIDOS, COM A
      *QUANTIDADE AINDA A RECEBER E O ATRASO CONTRA A DATA PREVISTA.
      *GERA TAMBEM, A PARTIR DA PLANILHA SUGCOMPR DO REPOSUG, UM
      *PEDIDO POR FORNECEDOR COM AS LINHAS CONFIRMADAS PELO COMPRADOR.
      *O RECEBIMENTO CONTRA O PEDIDO E FEITO NO RECEBMER.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDOS-COMPRA ASSIGN TO "PEDCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PCO-CHAVE
                   FILE STATUS IS WS-FS-PEDCOMP.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT RELATORIO-PEDIDOS ASSIGN TO "RELPEDC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELPEDC.

               SELECT SUGESTAO-COMPRA ASSIGN TO "SUGCOMPR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SUGCOMPR.
       DATA DIVISION.
           FILE SECTION.
           FD  PEDIDOS-COMPRA
               LABEL RECORD IS STANDARD.
               COPY "PEDCOMP-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  RELATORIO-PEDIDOS
               LABEL RECORD IS STANDARD.
           01  RPC-LINHA PIC X(80).

           FD  SUGESTAO-COMPRA
               LABEL RECORD IS STANDARD.
               COPY "SUGCOMP-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-PEDCOMP PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RELPEDC PIC X(2) VALUE "00".
           77 WS-FS-SUGCOMPR PIC X(2) VALUE "00".
           77 WS-FORNECEDOR-SUGESTAO PIC 9(4).
           77 WS-CONT-PEDIDOS PIC 9(3) VALUE ZEROS.
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-COMPRADOR PIC X(10).
           77 WS-NUMERO PIC 9(6).
           77 WS-MAIOR-NUMERO PIC 9(6).
           77 WS-ITEM PIC 9(2).
           77 WS-FORNECEDOR PIC 9(4).
           77 WS-DATA-PREVISTA PIC 9(8).
           77 WS-PRODUTO PIC 9(6).
           77 WS-QUANTIDADE PIC 9(5).
           77 WS-CUSTO PIC 9(6)V99.
           77 WS-QTD-PENDENTE PIC 9(5).
           77 WS-VALOR-PENDENTE PIC 9(9)V99.
           77 WS-TOTAL-PENDENTE PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-ITENS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-CANCELADOS PIC 9(2) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-CUSTO-EDITADO PIC Z(5)9,99.
           77 WS-VALOR-EDITADO PIC Z(8)9,99.
           77 WS-DIAS-ATRASO PIC 9(4).
           77 WS-NUMERO-ANTERIOR PIC 9(6) VALUE ZEROS.
           77 WS-FORNECEDOR-SW PIC X(1).
               88 FORNECEDOR-VALIDO VALUE "S".
               88 FORNECEDOR-INVALIDO VALUE "N".
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR (COMPRADOR)".
           ACCEPT WS-COMPRADOR.

           OPEN I-O PEDIDOS-COMPRA.
           IF WS-FS-PEDCOMP = "35"
               OPEN OUTPUT PEDIDOS-COMPRA
               CLOSE PEDIDOS-COMPRA
               OPEN I-O PEDIDOS-COMPRA
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.
           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR PEDIDO 2=CONSULTAR 3=CANCELAR PENDENTE "
               "4=RELATORIO DE PENDENTES".
           DISPLAY "5=GERAR PEDIDOS DA SUGESTAO DE REPOSICAO X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-INCLUIR
               WHEN "2"
                   PERFORM 6000-CONSULTAR
               WHEN "3"
                   PERFORM 7000-CANCELAR
               WHEN "4"
                   PERFORM 8000-RELATORIO-PENDENTES
               WHEN "5"
                   PERFORM 8500-GERAR-DA-SUGESTAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE PEDIDOS-COMPRA.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE CADASTRO-PRODUTOS.

       5000-INCLUIR.
           SET FORNECEDOR-INVALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.

           MOVE WS-FORNECEDOR TO FOR-CODIGO.
           READ CADASTRO-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
               NOT INVALID KEY
                   IF FOR-INATIVO
                       DISPLAY "FORNECEDOR INATIVO"
                   ELSE
                       DISPLAY "FORNECEDOR: " FOR-NOME
                       SET FORNECEDOR-VALIDO TO TRUE
                   END-IF
           END-READ.

           IF FORNECEDOR-VALIDO
               DISPLAY "DIGITE A DATA PREVISTA DE ENTREGA (AAAAMMDD)"
               ACCEPT WS-DATA-PREVISTA
               IF WS-DATA-PREVISTA < DMV-DATA
                   MOVE DMV-DATA TO WS-DATA-PREVISTA
               END-IF

               PERFORM 5100-PROXIMO-NUMERO
               MOVE ZEROS TO WS-ITEM
               DISPLAY "PEDIDO DE COMPRA NUMERO " WS-NUMERO

               PERFORM 5200-PEDIR-PRODUTO
               PERFORM 5300-INCLUIR-ITEM
                   UNTIL WS-PRODUTO = ZEROS OR WS-ITEM = 99

               IF WS-ITEM = ZEROS
                   DISPLAY "PEDIDO SEM ITENS - NADA GRAVADO"
               ELSE
                   DISPLAY "PEDIDO " WS-NUMERO " GRAVADO COM "
                       WS-ITEM " ITENS"
               END-IF
           END-IF.

      *****************************************
      * NUMERACAO SEQUENCIAL: O MAIOR NUMERO JA GRAVADO MAIS UM
      *****************************************
       5100-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-MAIOR-NUMERO.
           MOVE ZEROS TO PCO-NUMERO PCO-ITEM.
           START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PEDCOMP
           END-START.

           PERFORM 5110-PROXIMO-NUMERO-LOOP
               UNTIL WS-FS-PEDCOMP NOT = "00".
           MOVE "00" TO WS-FS-PEDCOMP.

           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       5110-PROXIMO-NUMERO-LOOP.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   MOVE PCO-NUMERO TO WS-MAIOR-NUMERO
           END-READ.

       5200-PEDIR-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO (ZEROS PARA "
               "ENCERRAR O PEDIDO)".
           ACCEPT WS-PRODUTO.

       5300-INCLUIR-ITEM.
           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO - ITEM IGNORADO"
               NOT INVALID KEY
                   IF PRD-INATIVO
                       DISPLAY "PRODUTO INATIVO - ITEM IGNORADO"
                   ELSE
                       PERFORM 5400-GRAVAR-ITEM
                   END-IF
           END-READ.

           PERFORM 5200-PEDIR-PRODUTO.

       5400-GRAVAR-ITEM.
           DISPLAY "PRODUTO: " PRD-DESCRICAO.
           DISPLAY "DIGITE A QUANTIDADE PEDIDA".
           ACCEPT WS-QUANTIDADE.
           DISPLAY "DIGITE O CUSTO UNITARIO ACORDADO (EX: 00012345 "
               "= 123,45)".
           ACCEPT WS-CUSTO.

           IF WS-QUANTIDADE = ZEROS OR WS-CUSTO = ZEROS
               DISPLAY "QUANTIDADE OU CUSTO ZERADO - ITEM IGNORADO"
           ELSE
               ADD 1 TO WS-ITEM
               MOVE WS-NUMERO TO PCO-NUMERO
               MOVE WS-ITEM TO PCO-ITEM
               MOVE WS-FORNECEDOR TO PCO-FORNECEDOR
               MOVE DMV-DATA TO PCO-DATA-PEDIDO
               MOVE WS-DATA-PREVISTA TO PCO-DATA-PREVISTA
               MOVE WS-COMPRADOR TO PCO-COMPRADOR
               MOVE WS-PRODUTO TO PCO-PRODUTO
               MOVE WS-QUANTIDADE TO PCO-QTD-PEDIDA
               MOVE ZEROS TO PCO-QTD-RECEBIDA
               MOVE WS-CUSTO TO PCO-CUSTO-ACORDADO
               SET PCO-ABERTO TO TRUE
               MOVE ZEROS TO PCO-DATA-ULT-RECEBIMENTO
               WRITE PCO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ITEM DO PEDIDO"
                       SUBTRACT 1 FROM WS-ITEM
               END-WRITE
           END-IF.

       6000-CONSULTAR.
           DISPLAY "DIGITE O NUMERO DO PEDIDO DE COMPRA".
           ACCEPT WS-NUMERO.

           MOVE ZEROS TO WS-CONT-ITENS.
           MOVE WS-NUMERO TO PCO-NUMERO.
           MOVE ZEROS TO PCO-ITEM.
           START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PEDCOMP
           END-START.

           PERFORM 6100-LISTAR-ITEM UNTIL WS-FS-PEDCOMP NOT = "00".
           MOVE "00" TO WS-FS-PEDCOMP.

           IF WS-CONT-ITENS = ZEROS
               DISPLAY "PEDIDO NAO ENCONTRADO"
           END-IF.

       6100-LISTAR-ITEM.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-PEDCOMP
                   ELSE
                       IF WS-CONT-ITENS = ZEROS
                           DISPLAY "FORNECEDOR " PCO-FORNECEDOR
                               " PEDIDO EM " PCO-DATA-PEDIDO
                               " PREVISTO PARA " PCO-DATA-PREVISTA
                       END-IF
                       ADD 1 TO WS-CONT-ITENS
                       MOVE PCO-CUSTO-ACORDADO TO WS-CUSTO-EDITADO
                       DISPLAY "ITEM " PCO-ITEM " PRODUTO "
                           PCO-PRODUTO " PEDIDA " PCO-QTD-PEDIDA
                           " RECEBIDA " PCO-QTD-RECEBIDA " CUSTO "
                           WS-CUSTO-EDITADO " SITUACAO "
                           PCO-SITUACAO
                   END-IF
           END-READ.

      *****************************************
      * CANCELAMENTO DO SALDO PENDENTE: OS ITENS AINDA EM ABERTO OU
      * PARCIAIS DO PEDIDO DEIXAM DE SER ESPERADOS; O QUE JA FOI
      * RECEBIDO CONTINUA REGISTRADO NO ITEM
      *****************************************
       7000-CANCELAR.
           DISPLAY "DIGITE O NUMERO DO PEDIDO A CANCELAR".
           ACCEPT WS-NUMERO.
           DISPLAY "CONFIRMA O CANCELAMENTO DO SALDO PENDENTE (S/N)?".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE ZEROS TO WS-CONT-CANCELADOS
               MOVE WS-NUMERO TO PCO-NUMERO
               MOVE ZEROS TO PCO-ITEM
               START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-PEDCOMP
               END-START
               PERFORM 7100-CANCELAR-ITEM
                   UNTIL WS-FS-PEDCOMP NOT = "00"
               MOVE "00" TO WS-FS-PEDCOMP
               DISPLAY "ITENS CANCELADOS: " WS-CONT-CANCELADOS
           END-IF.

       7100-CANCELAR-ITEM.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-PEDCOMP
                   ELSE
                       IF PCO-PENDENTE
                           SET PCO-CANCELADO TO TRUE
                           REWRITE PCO-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO CANCELAR O ITEM "
                                       PCO-ITEM
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-CANCELADOS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       8000-RELATORIO-PENDENTES.
           MOVE ZEROS TO WS-CONT-ITENS WS-TOTAL-PENDENTE
               WS-NUMERO-ANTERIOR.

           OPEN OUTPUT RELATORIO-PEDIDOS.

           MOVE SPACES TO RPC-LINHA.
           STRING "PEDIDOS DE COMPRA EM ABERTO E PARCIAIS EM "
               DMV-DATA DELIMITED BY SIZE INTO RPC-LINHA.
           WRITE RPC-LINHA.
           MOVE "PEDIDO IT PRODUTO PEDIDA RECEB. PENDENTE SIT ATRASO"
               TO RPC-LINHA.
           WRITE RPC-LINHA.

           MOVE ZEROS TO PCO-NUMERO PCO-ITEM.
           START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PEDCOMP
           END-START.

           PERFORM 8100-LISTAR-PENDENTE
               UNTIL WS-FS-PEDCOMP NOT = "00".
           MOVE "00" TO WS-FS-PEDCOMP.

           MOVE WS-CONT-ITENS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-PENDENTE TO WS-VALOR-EDITADO.
           MOVE SPACES TO RPC-LINHA.
           STRING "ITENS PENDENTES: " WS-CONT-EDITADO
               " VALOR A RECEBER: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPC-LINHA.
           WRITE RPC-LINHA.

           CLOSE RELATORIO-PEDIDOS.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELPEDC".

       8100-LISTAR-PENDENTE.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-PENDENTE
                       PERFORM 8200-IMPRIMIR-PENDENTE
                   END-IF
           END-READ.

       8200-IMPRIMIR-PENDENTE.
           IF PCO-NUMERO NOT = WS-NUMERO-ANTERIOR
               MOVE PCO-NUMERO TO WS-NUMERO-ANTERIOR
               MOVE PCO-FORNECEDOR TO FOR-CODIGO
               READ CADASTRO-FORNECEDORES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO FOR-NOME
               END-READ
               MOVE SPACES TO RPC-LINHA
               STRING "PEDIDO " PCO-NUMERO " FORNECEDOR "
                   PCO-FORNECEDOR " " FOR-NOME " PREVISTO "
                   PCO-DATA-PREVISTA
                   DELIMITED BY SIZE INTO RPC-LINHA
               WRITE RPC-LINHA
           END-IF.

           IF PCO-QTD-RECEBIDA < PCO-QTD-PEDIDA
               COMPUTE WS-QTD-PENDENTE =
                   PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
           ELSE
               MOVE ZEROS TO WS-QTD-PENDENTE
           END-IF.
           COMPUTE WS-VALOR-PENDENTE =
               WS-QTD-PENDENTE * PCO-CUSTO-ACORDADO.
           ADD WS-VALOR-PENDENTE TO WS-TOTAL-PENDENTE.
           ADD 1 TO WS-CONT-ITENS.

           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF PCO-DATA-PREVISTA < DMV-DATA
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE PCO-DATA-PREVISTA TO CAL-DATA
               MOVE DMV-DATA TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-DIAS-ATRASO
           END-IF.

           MOVE SPACES TO RPC-LINHA.
           STRING PCO-NUMERO " " PCO-ITEM " " PCO-PRODUTO " "
               PCO-QTD-PEDIDA "  " PCO-QTD-RECEBIDA "  "
               WS-QTD-PENDENTE "    " PCO-SITUACAO "   "
               WS-DIAS-ATRASO
               DELIMITED BY SIZE INTO RPC-LINHA.
           WRITE RPC-LINHA.

      *****************************************
      * CONVERSAO DA SUGESTAO DE REPOSICAO (SUGCOMPR, ORDENADA POR
      * FORNECEDOR): PARA CADA FORNECEDOR ATIVO O COMPRADOR INFORMA
      * A DATA PREVISTA E CONFIRMA LINHA A LINHA; AS LINHAS ACEITAS
      * FORMAM UM UNICO PEDIDO. PRODUTOS SEM FORNECEDOR HABITUAL
      * (0000) FICAM DE FORA E SAO PEDIDOS PELA OPCAO 1
      *****************************************
       8500-GERAR-DA-SUGESTAO.
           MOVE ZEROS TO WS-CONT-PEDIDOS.
           MOVE 9999 TO WS-FORNECEDOR-SUGESTAO.
           SET FORNECEDOR-INVALIDO TO TRUE.

           OPEN INPUT SUGESTAO-COMPRA.
           IF WS-FS-SUGCOMPR NOT = "00"
               DISPLAY "PLANILHA SUGCOMPR NAO ENCONTRADA - EXECUTE O "
                   "REPOSUG"
           ELSE
               PERFORM 8600-LER-SUGESTAO
                   UNTIL WS-FS-SUGCOMPR NOT = "00"
               PERFORM 8800-FECHAR-PEDIDO-SUGESTAO
               CLOSE SUGESTAO-COMPRA
               DISPLAY "PEDIDOS GERADOS DA SUGESTAO: " WS-CONT-PEDIDOS
           END-IF.
           MOVE "00" TO WS-FS-SUGCOMPR.

       8600-LER-SUGESTAO.
           READ SUGESTAO-COMPRA
               AT END
                   MOVE "10" TO WS-FS-SUGCOMPR
               NOT AT END
                   IF SUG-FORNECEDOR NOT = WS-FORNECEDOR-SUGESTAO
                       PERFORM 8800-FECHAR-PEDIDO-SUGESTAO
                       PERFORM 8700-ABRIR-FORNECEDOR-SUGESTAO
                   END-IF
                   IF FORNECEDOR-VALIDO
                       PERFORM 8900-CONFIRMAR-LINHA
                   END-IF
           END-READ.

       8700-ABRIR-FORNECEDOR-SUGESTAO.
           MOVE SUG-FORNECEDOR TO WS-FORNECEDOR-SUGESTAO.
           MOVE ZEROS TO WS-ITEM.
           SET FORNECEDOR-INVALIDO TO TRUE.

           IF SUG-FORNECEDOR = ZEROS
               DISPLAY "PRODUTOS SEM FORNECEDOR HABITUAL IGNORADOS"
           ELSE
               MOVE SUG-FORNECEDOR TO FOR-CODIGO
               READ CADASTRO-FORNECEDORES
                   INVALID KEY
                       DISPLAY "FORNECEDOR " SUG-FORNECEDOR
                           " NAO CADASTRADO - SUGESTAO IGNORADA"
                   NOT INVALID KEY
                       IF FOR-INATIVO
                           DISPLAY "FORNECEDOR " SUG-FORNECEDOR
                               " INATIVO - SUGESTAO IGNORADA"
                       ELSE
                           DISPLAY "FORNECEDOR " SUG-FORNECEDOR " "
                               FOR-NOME
                           DISPLAY "GERAR PEDIDO PARA ESTE FORNECEDOR "
                               "(S/N)?"
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                               SET FORNECEDOR-VALIDO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF FORNECEDOR-VALIDO
               MOVE SUG-FORNECEDOR TO WS-FORNECEDOR
               DISPLAY "DIGITE A DATA PREVISTA DE ENTREGA (AAAAMMDD)"
               ACCEPT WS-DATA-PREVISTA
               IF WS-DATA-PREVISTA < DMV-DATA
                   MOVE DMV-DATA TO WS-DATA-PREVISTA
               END-IF
               PERFORM 5100-PROXIMO-NUMERO
           END-IF.

       8800-FECHAR-PEDIDO-SUGESTAO.
           IF FORNECEDOR-VALIDO
               IF WS-ITEM = ZEROS
                   DISPLAY "NENHUMA LINHA CONFIRMADA - PEDIDO NAO "
                       "GERADO"
               ELSE
                   ADD 1 TO WS-CONT-PEDIDOS
                   DISPLAY "PEDIDO " WS-NUMERO " GRAVADO COM "
                       WS-ITEM " ITENS"
               END-IF
           END-IF.
           SET FORNECEDOR-INVALIDO TO TRUE.

       8900-CONFIRMAR-LINHA.
           IF WS-ITEM = 99
               DISPLAY "PEDIDO COMPLETO (99 ITENS) - PRODUTO "
                   SUG-PRODUTO " FICA PARA O PROXIMO PEDIDO"
           ELSE
               MOVE SUG-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
               END-READ
               MOVE SUG-CUSTO TO WS-CUSTO-EDITADO
               DISPLAY "PRODUTO " SUG-PRODUTO " " PRD-DESCRICAO
               DISPLAY "  SALDO " SUG-SALDO " DIAS " SUG-DIAS-RESTANTES
                   " SUGERIDO " SUG-QUANTIDADE " ULTIMO CUSTO "
                   WS-CUSTO-EDITADO
               DISPLAY "  INCLUIR NO PEDIDO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE SUG-PRODUTO TO WS-PRODUTO
                   PERFORM 5400-GRAVAR-ITEM
               END-IF
           END-IF.

       END PROGRAM PEDCMNT.
