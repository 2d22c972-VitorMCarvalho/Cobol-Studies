       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DOS ORCAMENTOS DE VENDA (ORCAMEN) PARA
      *CLIENTES CORPORATIVOS: INCLUI O ORCAMENTO PARA UM CLIENTE
      *ATIVO DO CADCLI E UM VENDEDOR ATIVO DO VENDMST, COM ATE 20
      *LINHAS PRECIFICADAS PELA PRECOTAB VIGENTE NA DATA (SEM PRECO
      *VIGENTE VALE O PRECO DO PRODMST), DESCONTO POR LINHA SUJEITO
      *AO TETO DO DESCCFG (ACIMA DELE SO COM LIBERACAO DO
      *SUPERVISOR, LOGADA NO OVERLOG) E DATA DE VALIDADE (PADRAO 15
      *DIAS CORRIDOS). IMPRIME O ORCAMENTO EM RELORC, CONSULTA E
      *REIMPRIME, CANCELA O ORCAMENTO EM ABERTO E LISTA EM RELORCV
      *OS ORCAMENTOS EM ABERTO QUE VENCEM NOS PROXIMOS 7 DIAS. A
      *CONVERSAO EM PEDIDO E FEITA NA CAPTURA DO PROJETO5.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORCAMENTOS ASSIGN TO "ORCAMEN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORC-CHAVE
                   FILE STATUS IS WS-FS-ORCAMEN.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEN-CODIGO
                   FILE STATUS IS WS-FS-VENDMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT TABELA-PRECOS ASSIGN TO "PRECOTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-CHAVE
                   FILE STATUS IS WS-FS-PRECOTAB.

               SELECT CONFIG-DESCONTOS ASSIGN TO "DESCCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DESCCFG.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT RELATORIO-ORCAMENTO ASSIGN TO "RELORC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELORC.

               SELECT RELATORIO-A-VENCER ASSIGN TO "RELORCV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELORCV.
       DATA DIVISION.
           FILE SECTION.
           FD  ORCAMENTOS
               LABEL RECORD IS STANDARD.
               COPY "ORCAMEN-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CADASTRO-VENDEDORES
               LABEL RECORD IS STANDARD.
               COPY "VENDEDOR-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  TABELA-PRECOS
               LABEL RECORD IS STANDARD.
               COPY "PRECO-REG.CPY".

           FD  CONFIG-DESCONTOS
               LABEL RECORD IS STANDARD.
           01  DCF-LINHA.
               05 DCF-TETO-PERC PIC 9(2)V99.

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  RELATORIO-ORCAMENTO
               LABEL RECORD IS STANDARD.
           01  ROR-LINHA PIC X(100).

           FD  RELATORIO-A-VENCER
               LABEL RECORD IS STANDARD.
           01  ROV-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-ORCAMEN PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-VENDMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-PRECOTAB PIC X(2) VALUE "00".
           77 WS-FS-DESCCFG PIC X(2) VALUE "00".
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-RELORC PIC X(2) VALUE "00".
           77 WS-FS-RELORCV PIC X(2) VALUE "00".
           77 WS-PRECOS-SW PIC X(1) VALUE "N".
               88 PRECOS-DISPONIVEL VALUE "S".
               88 PRECOS-INDISPONIVEL VALUE "N".
           77 WS-CADASTROS-SW PIC X(1) VALUE "S".
               88 CADASTROS-DISPONIVEIS VALUE "S".
               88 CADASTROS-INDISPONIVEIS VALUE "N".
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-NUMERO PIC 9(6).
           77 WS-MAIOR-NUMERO PIC 9(6).
           77 WS-NUMERO-ANTERIOR PIC 9(6).
           77 WS-ITEM PIC 9(2).
           77 WS-CLIENTE PIC 9(6).
           77 WS-VENDEDOR PIC 9(4).
           77 WS-DIAS-VALIDADE PIC 9(3).
           77 WS-VALIDADE-PADRAO PIC 9(3) VALUE 15.
           77 WS-DIAS-A-VENCER PIC 9(3) VALUE 7.
           77 WS-DATA-VALIDADE PIC 9(8).
           77 WS-DATA-LIMITE PIC 9(8).
           77 WS-CODIGO-LIDO PIC 9(13).
           77 WS-PRODUTO PIC 9(6).
           77 WS-QUANTIDADE PIC 9(4).
           77 WS-PRECO-VIGENTE PIC 9(6)V99.
           77 WS-VALOR-BRUTO PIC 9(8)V99.
           77 WS-DESCONTO PIC 9(6)V99.
           77 WS-DESCONTO-LIMITE PIC 9(8)V99.
           77 WS-VALOR-LINHA PIC 9(8)V99.
           77 WS-VALOR-MAXIMO-LINHA PIC 9(8)V99 VALUE 999999,99.
           77 WS-TETO-DESCONTO-PERC PIC 9(2)V99 VALUE 5.
           77 WS-TOTAL-ORCAMENTO PIC 9(9)V99.
           77 WS-TOTAL-GERAL PIC 9(10)V99.
           77 WS-CONT-ITENS PIC 9(3).
           77 WS-CONT-ORCAMENTOS PIC 9(5).
           77 WS-CONT-CANCELADOS PIC 9(3).
           77 WS-SITUACAO PIC X(10).
           77 WS-SUP-PIN PIC X(4).
           77 WS-OVR-DATA PIC 9(8).
           77 WS-OVR-HORA PIC 9(8).
           77 WS-QTD-EDITADA PIC Z(3)9.
           77 WS-PRECO-EDITADO PIC Z(5)9,99.
           77 WS-DESCONTO-EDITADO PIC Z(5)9,99.
           77 WS-VALOR-EDITADO PIC Z(7)9,99.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-CONT-EDITADO PIC Z(4)9.
           01 WS-ORC-ANTERIOR.
               05 WS-ANT-CLIENTE PIC 9(6).
               05 WS-ANT-VENDEDOR PIC 9(4).
               05 WS-ANT-EMISSAO PIC 9(8).
               05 WS-ANT-VALIDADE PIC 9(8).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "SIGNON-REG.CPY".
           COPY "DOCMASC-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR (VENDAS)".
           ACCEPT WS-OPERADOR.

           OPEN I-O ORCAMENTOS.
           IF WS-FS-ORCAMEN = "35"
               OPEN OUTPUT ORCAMENTOS
               CLOSE ORCAMENTOS
               OPEN I-O ORCAMENTOS
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - INCLUSAO DE "
                   "ORCAMENTOS DESLIGADA"
           END-IF.

           OPEN INPUT CADASTRO-VENDEDORES.
           IF WS-FS-VENDMST NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO VENDMST INDISPONIVEL - INCLUSAO DE "
                   "ORCAMENTOS DESLIGADA"
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.
           IF WS-FS-PRODMST NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO PRODMST INDISPONIVEL - INCLUSAO DE "
                   "ORCAMENTOS DESLIGADA"
           END-IF.

           OPEN INPUT TABELA-PRECOS.
           IF WS-FS-PRECOTAB = "00"
               SET PRECOS-DISPONIVEL TO TRUE
           ELSE
               SET PRECOS-INDISPONIVEL TO TRUE
               DISPLAY "TABELA PRECOTAB INDISPONIVEL - LINHAS SERAO "
                   "PRECIFICADAS PELO PRODMST"
           END-IF.
           MOVE "00" TO WS-FS-PRECOTAB.

           PERFORM 1100-CARREGAR-TETO-DESCONTO.

           PERFORM 1900-EXIBIR-MENU.

       1100-CARREGAR-TETO-DESCONTO.
           OPEN INPUT CONFIG-DESCONTOS.
           IF WS-FS-DESCCFG = "00"
               READ CONFIG-DESCONTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCF-TETO-PERC TO WS-TETO-DESCONTO-PERC
               END-READ
               CLOSE CONFIG-DESCONTOS
           END-IF.
           MOVE "00" TO WS-FS-DESCCFG.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR ORCAMENTO 2=CONSULTAR/REIMPRIMIR "
               "3=CANCELAR".
           DISPLAY "4=ORCAMENTOS A VENCER NOS PROXIMOS 7 DIAS X=SAIR".
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
                   PERFORM 7500-LISTAR-A-VENCER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE ORCAMENTOS.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF WS-FS-VENDMST = "00"
               CLOSE CADASTRO-VENDEDORES
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           IF PRECOS-DISPONIVEL
               CLOSE TABELA-PRECOS
           END-IF.

      *****************************************
      * INCLUSAO: CLIENTE E VENDEDOR ATIVOS, VALIDADE EM DIAS
      * CORRIDOS A PARTIR DA DATA DE MOVIMENTO E AS LINHAS; O
      * ORCAMENTO GRAVADO SAI IMPRESSO EM RELORC
      *****************************************
       5000-INCLUIR.
           SET ENTRADA-INVALIDA TO TRUE.

           IF CADASTROS-INDISPONIVEIS
               DISPLAY "CADASTROS INDISPONIVEIS - INCLUSAO RECUSADA"
           ELSE
               DISPLAY "DIGITE O CODIGO DO CLIENTE"
               ACCEPT WS-CLIENTE
               PERFORM 5010-VALIDAR-CLIENTE
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "DIGITE O CODIGO DO VENDEDOR"
               ACCEPT WS-VENDEDOR
               PERFORM 5020-VALIDAR-VENDEDOR
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "VALIDADE EM DIAS CORRIDOS (ZEROS = "
                   WS-VALIDADE-PADRAO " DIAS)"
               ACCEPT WS-DIAS-VALIDADE
               IF WS-DIAS-VALIDADE = ZEROS
                   MOVE WS-VALIDADE-PADRAO TO WS-DIAS-VALIDADE
               END-IF
               SET CAL-FUNCAO-SOMAR TO TRUE
               MOVE DMV-DATA TO CAL-DATA
               MOVE WS-DIAS-VALIDADE TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-DATA-VALIDADE

               PERFORM 5100-PROXIMO-NUMERO
               MOVE ZEROS TO WS-ITEM WS-TOTAL-ORCAMENTO
               DISPLAY "ORCAMENTO NUMERO " WS-NUMERO
                   " VALIDO ATE " WS-DATA-VALIDADE

               PERFORM 5200-PEDIR-PRODUTO
               PERFORM 5300-INCLUIR-LINHA
                   UNTIL WS-CODIGO-LIDO = ZEROS OR WS-ITEM = 20

               IF WS-ITEM = ZEROS
                   DISPLAY "ORCAMENTO SEM LINHAS - NADA GRAVADO"
               ELSE
                   MOVE WS-TOTAL-ORCAMENTO TO WS-TOTAL-EDITADO
                   DISPLAY "ORCAMENTO " WS-NUMERO " GRAVADO COM "
                       WS-ITEM " LINHAS - TOTAL " WS-TOTAL-EDITADO
                   PERFORM 8000-IMPRIMIR-ORCAMENTO
               END-IF
           END-IF.

       5010-VALIDAR-CLIENTE.
           MOVE WS-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
               NOT INVALID KEY
                   IF CLI-ATIVO-NAO
                       DISPLAY "CLIENTE INATIVO"
                   ELSE
                       DISPLAY "CLIENTE: " CLI-NOME
                       SET ENTRADA-VALIDA TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CADCLI.

       5020-VALIDAR-VENDEDOR.
           SET ENTRADA-INVALIDA TO TRUE.

           MOVE WS-VENDEDOR TO VEN-CODIGO.
           READ CADASTRO-VENDEDORES
               INVALID KEY
                   DISPLAY "VENDEDOR NAO CADASTRADO"
               NOT INVALID KEY
                   IF VEN-INATIVO
                       DISPLAY "VENDEDOR INATIVO"
                   ELSE
                       DISPLAY "VENDEDOR: " VEN-NOME
                       SET ENTRADA-VALIDA TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-VENDMST.

      *****************************************
      * NUMERACAO SEQUENCIAL: O MAIOR NUMERO JA GRAVADO MAIS UM
      *****************************************
       5100-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-MAIOR-NUMERO.
           MOVE ZEROS TO ORC-NUMERO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 5110-PROXIMO-NUMERO-LOOP
               UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       5110-PROXIMO-NUMERO-LOOP.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   MOVE ORC-NUMERO TO WS-MAIOR-NUMERO
           END-READ.

       5200-PEDIR-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO OU O CODIGO DE BARRAS "
               "(ZEROS PARA ENCERRAR O ORCAMENTO)".
           ACCEPT WS-CODIGO-LIDO.

       5300-INCLUIR-LINHA.
           SET ENTRADA-VALIDA TO TRUE.

           IF WS-CODIGO-LIDO > 999999
               MOVE WS-CODIGO-LIDO TO PRD-EAN
               READ CADASTRO-PRODUTOS KEY IS PRD-EAN
                   INVALID KEY
                       SET ENTRADA-INVALIDA TO TRUE
               END-READ
           ELSE
               MOVE WS-CODIGO-LIDO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       SET ENTRADA-INVALIDA TO TRUE
               END-READ
           END-IF.
           MOVE "00" TO WS-FS-PRODMST.

           EVALUATE TRUE
               WHEN ENTRADA-INVALIDA
                   DISPLAY "PRODUTO NAO CADASTRADO - LINHA IGNORADA"
               WHEN PRD-INATIVO
                   DISPLAY "PRODUTO INATIVO - LINHA IGNORADA"
               WHEN OTHER
                   MOVE PRD-CODIGO TO WS-PRODUTO
                   PERFORM 5400-PRECIFICAR-LINHA
           END-EVALUATE.

           PERFORM 5200-PEDIR-PRODUTO.

      *****************************************
      * PRECO UNITARIO DA PRECOTAB NA DATA DE EMISSAO VEZES A
      * QUANTIDADE, MENOS O DESCONTO DA LINHA; O DESCONTO ACIMA DO
      * TETO DO DESCCFG SO PASSA COM A LIBERACAO DO SUPERVISOR, POIS
      * O PEDIDO GERADO DO ORCAMENTO MANTEM O VALOR ORCADO
      *****************************************
       5400-PRECIFICAR-LINHA.
           DISPLAY "PRODUTO: " PRD-DESCRICAO.
           DISPLAY "DIGITE A QUANTIDADE".
           ACCEPT WS-QUANTIDADE.

           IF WS-QUANTIDADE = ZEROS
               DISPLAY "QUANTIDADE ZERADA - LINHA IGNORADA"
           ELSE
               PERFORM 5500-BUSCAR-PRECO-VIGENTE
               COMPUTE WS-VALOR-BRUTO =
                   WS-PRECO-VIGENTE * WS-QUANTIDADE
               MOVE WS-PRECO-VIGENTE TO WS-PRECO-EDITADO
               MOVE WS-VALOR-BRUTO TO WS-VALOR-EDITADO
               DISPLAY "PRECO UNITARIO " WS-PRECO-EDITADO
                   " VALOR DA LINHA " WS-VALOR-EDITADO

               DISPLAY "DESCONTO DA LINHA EM VALOR (ZEROS = SEM "
                   "DESCONTO)"
               ACCEPT WS-DESCONTO
               IF WS-DESCONTO > ZEROS
                   PERFORM 5600-CONFERIR-TETO-DESCONTO
               END-IF
               IF WS-DESCONTO >= WS-VALOR-BRUTO
                   DISPLAY "DESCONTO MAIOR OU IGUAL AO VALOR - "
                       "DESCONTO IGNORADO"
                   MOVE ZEROS TO WS-DESCONTO
               END-IF
               COMPUTE WS-VALOR-LINHA = WS-VALOR-BRUTO - WS-DESCONTO

               IF WS-VALOR-LINHA = ZEROS
                   DISPLAY "PRODUTO SEM PRECO - LINHA IGNORADA"
               ELSE
                   IF WS-VALOR-LINHA > WS-VALOR-MAXIMO-LINHA
                       DISPLAY "VALOR DA LINHA ACIMA DO LIMITE DE UMA "
                           "LINHA DE PEDIDO - DIVIDA A QUANTIDADE"
                   ELSE
                       PERFORM 5700-GRAVAR-LINHA
                   END-IF
               END-IF
           END-IF.

       5500-BUSCAR-PRECO-VIGENTE.
           MOVE ZEROS TO WS-PRECO-VIGENTE.

           IF PRECOS-DISPONIVEL
               MOVE WS-PRODUTO TO PRC-PRODUTO
               MOVE ZEROS TO PRC-DATA-VIGENCIA
               START TABELA-PRECOS KEY IS NOT LESS THAN PRC-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-PRECOTAB
               END-START
               PERFORM 5510-BUSCAR-PRECO-LOOP
                   UNTIL WS-FS-PRECOTAB NOT = "00"
               MOVE "00" TO WS-FS-PRECOTAB
           END-IF.

           IF WS-PRECO-VIGENTE = ZEROS
               MOVE PRD-PRECO-UNITARIO TO WS-PRECO-VIGENTE
               DISPLAY "SEM PRECO VIGENTE NA PRECOTAB - USADO O "
                   "PRECO DO CADASTRO"
           END-IF.

       5510-BUSCAR-PRECO-LOOP.
           READ TABELA-PRECOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PRECOTAB
               NOT AT END
                   IF PRC-PRODUTO NOT = WS-PRODUTO
                           OR PRC-DATA-VIGENCIA > DMV-DATA
                       MOVE "10" TO WS-FS-PRECOTAB
                   ELSE
                       MOVE PRC-PRECO TO WS-PRECO-VIGENTE
                   END-IF
           END-READ.

       5600-CONFERIR-TETO-DESCONTO.
           COMPUTE WS-DESCONTO-LIMITE ROUNDED =
               WS-VALOR-BRUTO * (WS-TETO-DESCONTO-PERC / 100).

           IF WS-DESCONTO > WS-DESCONTO-LIMITE
               DISPLAY "*** DESCONTO ACIMA DO TETO ***"
               DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR"
               ACCEPT SGN-USUARIO
               DISPLAY "DIGITE O PIN DO SUPERVISOR"
               ACCEPT WS-SUP-PIN

               MOVE WS-SUP-PIN TO SGN-PIN
               MOVE SPACES TO SGN-CERTIFICACAO
               SET SGN-ACESSO-NEGADO TO TRUE
               CALL "PROGRAM-09" USING SGN-AREA

               IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
                   DISPLAY "DESCONTO LIBERADO PELO SUPERVISOR"
                   PERFORM 5650-GRAVAR-LIBERACAO-DESCONTO
               ELSE
                   DISPLAY "LIBERACAO NEGADA - DESCONTO DESPREZADO"
                   MOVE ZEROS TO WS-DESCONTO
               END-IF
           END-IF.

       5650-GRAVAR-LIBERACAO-DESCONTO.
           MOVE DMV-DATA TO WS-OVR-DATA.
           ACCEPT WS-OVR-HORA FROM TIME.

           OPEN EXTEND LOG-LIBERACOES.
           IF WS-FS-OVERLOG NOT = "00"
               OPEN OUTPUT LOG-LIBERACOES
           END-IF.

           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU DESCONTO ORCAMENTO " WS-NUMERO
               " CLIENTE " WS-CLIENTE
               " VALOR " WS-VALOR-BRUTO
               " DESCONTO " WS-DESCONTO
               " TETO " WS-TETO-DESCONTO-PERC "%"
               DELIMITED BY SIZE INTO OVR-LINHA.
           WRITE OVR-LINHA.

           CLOSE LOG-LIBERACOES.
           MOVE "00" TO WS-FS-OVERLOG.

       5700-GRAVAR-LINHA.
           ADD 1 TO WS-ITEM.
           MOVE WS-NUMERO TO ORC-NUMERO.
           MOVE WS-ITEM TO ORC-ITEM.
           MOVE WS-CLIENTE TO ORC-CLIENTE.
           MOVE WS-VENDEDOR TO ORC-VENDEDOR.
           MOVE DMV-DATA TO ORC-DATA-EMISSAO.
           MOVE WS-DATA-VALIDADE TO ORC-DATA-VALIDADE.
           MOVE WS-PRODUTO TO ORC-PRODUTO.
           MOVE WS-QUANTIDADE TO ORC-QUANTIDADE.
           MOVE WS-PRECO-VIGENTE TO ORC-PRECO-UNITARIO.
           MOVE WS-DESCONTO TO ORC-DESCONTO.
           MOVE WS-VALOR-LINHA TO ORC-VALOR.
           SET ORC-ABERTO TO TRUE.
           MOVE ZEROS TO ORC-PEDIDO ORC-DATA-CONVERSAO.
           MOVE WS-OPERADOR TO ORC-OPERADOR.
           WRITE ORC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA DO ORCAMENTO"
                   SUBTRACT 1 FROM WS-ITEM
               NOT INVALID KEY
                   ADD WS-VALOR-LINHA TO WS-TOTAL-ORCAMENTO
                   MOVE WS-TOTAL-ORCAMENTO TO WS-TOTAL-EDITADO
                   DISPLAY "LINHA ACEITA - TOTAL DO ORCAMENTO: "
                       WS-TOTAL-EDITADO
           END-WRITE.

       6000-CONSULTAR.
           DISPLAY "DIGITE O NUMERO DO ORCAMENTO".
           ACCEPT WS-NUMERO.

           MOVE ZEROS TO WS-CONT-ITENS WS-TOTAL-ORCAMENTO.
           MOVE WS-NUMERO TO ORC-NUMERO.
           MOVE ZEROS TO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 6100-LISTAR-LINHA UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           IF WS-CONT-ITENS = ZEROS
               DISPLAY "ORCAMENTO NAO ENCONTRADO"
           ELSE
               MOVE WS-TOTAL-ORCAMENTO TO WS-TOTAL-EDITADO
               DISPLAY "TOTAL DO ORCAMENTO: " WS-TOTAL-EDITADO
               DISPLAY "REIMPRIMIR O ORCAMENTO EM RELORC (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 8000-IMPRIMIR-ORCAMENTO
               END-IF
           END-IF.

       6100-LISTAR-LINHA.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-ORCAMEN
                   ELSE
                       IF WS-CONT-ITENS = ZEROS
                           PERFORM 4000-DESCREVER-SITUACAO
                           DISPLAY "CLIENTE " ORC-CLIENTE
                               " VENDEDOR " ORC-VENDEDOR
                               " EMITIDO EM " ORC-DATA-EMISSAO
                               " VALIDO ATE " ORC-DATA-VALIDADE
                           DISPLAY "SITUACAO " WS-SITUACAO
                               " PEDIDO " ORC-PEDIDO
                       END-IF
                       ADD 1 TO WS-CONT-ITENS
                       ADD ORC-VALOR TO WS-TOTAL-ORCAMENTO
                       MOVE ORC-PRECO-UNITARIO TO WS-PRECO-EDITADO
                       MOVE ORC-DESCONTO TO WS-DESCONTO-EDITADO
                       MOVE ORC-VALOR TO WS-VALOR-EDITADO
                       DISPLAY "ITEM " ORC-ITEM " PRODUTO "
                           ORC-PRODUTO " QTD " ORC-QUANTIDADE
                           " PRECO " WS-PRECO-EDITADO " DESC "
                           WS-DESCONTO-EDITADO " VALOR "
                           WS-VALOR-EDITADO
                   END-IF
           END-READ.

      *****************************************
      * SITUACAO PARA EXIBICAO: O ORCAMENTO EM ABERTO COM A VALIDADE
      * ANTERIOR A DATA DE MOVIMENTO E TRATADO COMO VENCIDO
      *****************************************
       4000-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN ORC-CONVERTIDO
                   MOVE "CONVERTIDO" TO WS-SITUACAO
               WHEN ORC-CANCELADO
                   MOVE "CANCELADO" TO WS-SITUACAO
               WHEN ORC-DATA-VALIDADE < DMV-DATA
                   MOVE "VENCIDO" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "ABERTO" TO WS-SITUACAO
           END-EVALUATE.

      *****************************************
      * CANCELAMENTO: SO O ORCAMENTO AINDA EM ABERTO; O CONVERTIDO
      * SE DESFAZ PELO ESTORNO DO PEDIDO
      *****************************************
       7000-CANCELAR.
           DISPLAY "DIGITE O NUMERO DO ORCAMENTO A CANCELAR".
           ACCEPT WS-NUMERO.
           DISPLAY "CONFIRMA O CANCELAMENTO DO ORCAMENTO (S/N)?".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE ZEROS TO WS-CONT-CANCELADOS
               MOVE WS-NUMERO TO ORC-NUMERO
               MOVE ZEROS TO ORC-ITEM
               START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-ORCAMEN
               END-START
               PERFORM 7100-CANCELAR-LINHA
                   UNTIL WS-FS-ORCAMEN NOT = "00"
               MOVE "00" TO WS-FS-ORCAMEN
               IF WS-CONT-CANCELADOS = ZEROS
                   DISPLAY "ORCAMENTO INEXISTENTE OU NAO ESTA EM "
                       "ABERTO - NADA CANCELADO"
               ELSE
                   DISPLAY "LINHAS CANCELADAS: " WS-CONT-CANCELADOS
               END-IF
           END-IF.

       7100-CANCELAR-LINHA.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-ORCAMEN
                   ELSE
                       IF ORC-ABERTO
                           SET ORC-CANCELADO TO TRUE
                           MOVE WS-OPERADOR TO ORC-OPERADOR
                           REWRITE ORC-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO CANCELAR A LINHA "
                                       ORC-ITEM
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-CANCELADOS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * ORCAMENTOS EM ABERTO QUE VENCEM DA DATA DE MOVIMENTO ATE 7
      * DIAS CORRIDOS A FRENTE, COM O VENDEDOR PARA O ACOMPANHAMENTO
      * JUNTO AO CLIENTE; UMA LINHA POR ORCAMENTO COM O VALOR TOTAL
      *****************************************
       7500-LISTAR-A-VENCER.
           SET CAL-FUNCAO-SOMAR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-A-VENCER TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-LIMITE.

           MOVE ZEROS TO WS-CONT-ORCAMENTOS WS-TOTAL-GERAL
               WS-NUMERO-ANTERIOR WS-TOTAL-ORCAMENTO.

           OPEN OUTPUT RELATORIO-A-VENCER.

           MOVE SPACES TO ROV-LINHA.
           STRING "ORCAMENTOS EM ABERTO A VENCER DE " DMV-DATA
               " ATE " WS-DATA-LIMITE
               DELIMITED BY SIZE INTO ROV-LINHA.
           WRITE ROV-LINHA.
           MOVE SPACES TO ROV-LINHA.
           STRING "ORCAM. VALIDADE CLIENTE NOME                      "
               "     VEND            VALOR"
               DELIMITED BY SIZE INTO ROV-LINHA.
           WRITE ROV-LINHA.

           MOVE ZEROS TO ORC-NUMERO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 7600-LER-A-VENCER UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           PERFORM 7700-IMPRIMIR-A-VENCER.

           MOVE WS-CONT-ORCAMENTOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO ROV-LINHA.
           WRITE ROV-LINHA.
           MOVE SPACES TO ROV-LINHA.
           STRING "ORCAMENTOS A VENCER: " WS-CONT-EDITADO
               " VALOR TOTAL: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO ROV-LINHA.
           WRITE ROV-LINHA.

           CLOSE RELATORIO-A-VENCER.
           DISPLAY "ORCAMENTOS A VENCER: " WS-CONT-ORCAMENTOS
               " - RELATORIO GRAVADO NO ARQUIVO RELORCV".

       7600-LER-A-VENCER.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-ABERTO
                           AND ORC-DATA-VALIDADE NOT < DMV-DATA
                           AND ORC-DATA-VALIDADE NOT > WS-DATA-LIMITE
                       IF ORC-NUMERO NOT = WS-NUMERO-ANTERIOR
                           PERFORM 7700-IMPRIMIR-A-VENCER
                           MOVE ORC-NUMERO TO WS-NUMERO-ANTERIOR
                           MOVE ORC-CLIENTE TO WS-ANT-CLIENTE
                           MOVE ORC-VENDEDOR TO WS-ANT-VENDEDOR
                           MOVE ORC-DATA-EMISSAO TO WS-ANT-EMISSAO
                           MOVE ORC-DATA-VALIDADE TO WS-ANT-VALIDADE
                       END-IF
                       ADD ORC-VALOR TO WS-TOTAL-ORCAMENTO
                   END-IF
           END-READ.

       7700-IMPRIMIR-A-VENCER.
           IF WS-NUMERO-ANTERIOR > ZEROS
               MOVE SPACES TO CLI-NOME
               IF WS-FS-CADCLI = "00"
                   MOVE WS-ANT-CLIENTE TO CLI-CODIGO
                   READ CADASTRO-CLIENTES
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO ***" TO CLI-NOME
                   END-READ
                   MOVE "00" TO WS-FS-CADCLI
               END-IF
               MOVE WS-TOTAL-ORCAMENTO TO WS-TOTAL-EDITADO
               MOVE SPACES TO ROV-LINHA
               STRING WS-NUMERO-ANTERIOR " " WS-ANT-VALIDADE " "
                   WS-ANT-CLIENTE "  " CLI-NOME " " WS-ANT-VENDEDOR
                   " " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO ROV-LINHA
               WRITE ROV-LINHA
               ADD 1 TO WS-CONT-ORCAMENTOS
               ADD WS-TOTAL-ORCAMENTO TO WS-TOTAL-GERAL
           END-IF.
           MOVE ZEROS TO WS-TOTAL-ORCAMENTO.

      *****************************************
      * IMPRESSAO DO ORCAMENTO WS-NUMERO EM RELORC PARA ENTREGA AO
      * CLIENTE: CABECALHO COM CLIENTE, VENDEDOR E VALIDADE, LINHAS
      * COM PRECO, DESCONTO E VALOR E O TOTAL
      *****************************************
       8000-IMPRIMIR-ORCAMENTO.
           MOVE ZEROS TO WS-CONT-ITENS WS-TOTAL-ORCAMENTO.

           OPEN OUTPUT RELATORIO-ORCAMENTO.

           MOVE WS-NUMERO TO ORC-NUMERO.
           MOVE ZEROS TO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 8100-IMPRIMIR-LINHA UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           MOVE WS-TOTAL-ORCAMENTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           STRING "TOTAL DO ORCAMENTO" "                      "
               "                           " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           STRING "PRECOS VALIDOS ATE " WS-ANT-VALIDADE
               " - SUJEITOS A DISPONIBILIDADE DE ESTOQUE"
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.

           CLOSE RELATORIO-ORCAMENTO.
           DISPLAY "ORCAMENTO IMPRESSO NO ARQUIVO RELORC".

       8100-IMPRIMIR-LINHA.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-ORCAMEN
                   ELSE
                       IF WS-CONT-ITENS = ZEROS
                           PERFORM 8200-IMPRIMIR-CABECALHO
                       END-IF
                       ADD 1 TO WS-CONT-ITENS
                       ADD ORC-VALOR TO WS-TOTAL-ORCAMENTO
                       PERFORM 8300-IMPRIMIR-ITEM
                   END-IF
           END-READ.

       8200-IMPRIMIR-CABECALHO.
           MOVE ORC-DATA-VALIDADE TO WS-ANT-VALIDADE.

           MOVE SPACES TO CLI-NOME.
           MOVE ZEROS TO CLI-CPF.
           IF WS-FS-CADCLI = "00"
               MOVE ORC-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO CLI-NOME
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           MOVE SPACES TO VEN-NOME.
           IF WS-FS-VENDMST = "00"
               MOVE ORC-VENDEDOR TO VEN-CODIGO
               READ CADASTRO-VENDEDORES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO VEN-NOME
               END-READ
               MOVE "00" TO WS-FS-VENDMST
           END-IF.

           MOVE SPACES TO ROR-LINHA.
           STRING "ORCAMENTO " ORC-NUMERO " EMITIDO EM "
               ORC-DATA-EMISSAO " VALIDO ATE " ORC-DATA-VALIDADE
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           PERFORM 8250-EDITAR-DOCUMENTO.
           STRING "CLIENTE " ORC-CLIENTE " " CLI-NOME
               " CPF/CNPJ " DMC-DOC-EDITADO
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           STRING "VENDEDOR " ORC-VENDEDOR " " VEN-NOME
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           WRITE ROR-LINHA.
           MOVE SPACES TO ROR-LINHA.
           STRING "IT PRODUTO DESCRICAO                       QTD"
               "   PRECO UNIT   DESCONTO         VALOR"
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.

      *****************************************
      * ORCAMENTO: DOCUMENTO DO CLIENTE PELO DOCMASC, SEM OPERADOR
      * IDENTIFICADO NO PROGRAMA (NIVEL ZERO) - SAI MASCARADO
      *****************************************
       8250-EDITAR-DOCUMENTO.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE ORC-CLIENTE TO DMC-CLIENTE.
           MOVE ZEROS TO DMC-NIVEL.
           MOVE WS-OPERADOR TO DMC-USUARIO.
           MOVE "RELORC" TO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

       8300-IMPRIMIR-ITEM.
           MOVE SPACES TO PRD-DESCRICAO.
           IF WS-FS-PRODMST = "00"
               MOVE ORC-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           END-IF.

           MOVE ORC-QUANTIDADE TO WS-QTD-EDITADA.
           MOVE ORC-PRECO-UNITARIO TO WS-PRECO-EDITADO.
           MOVE ORC-DESCONTO TO WS-DESCONTO-EDITADO.
           MOVE ORC-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO ROR-LINHA.
           STRING ORC-ITEM " " ORC-PRODUTO "  " PRD-DESCRICAO " "
               WS-QTD-EDITADA " " WS-PRECO-EDITADO "  "
               WS-DESCONTO-EDITADO " " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO ROR-LINHA.
           WRITE ROR-LINHA.

       END PROGRAM ORCMNT.
