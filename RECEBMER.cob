      *OBJETIVO: RECEBIMENTO DE MERCADORIAS: REGISTRA UMA ENTREGA DE
      *FORNECEDOR (FORNMST) ITEM A ITEM COM PRODUTO, QUANTIDADE E
      *CUSTO UNITARIO, CREDITA A QUANTIDADE NO SALDO DE ESTOQUE
      *(ESTOQUE) E NO SALDO DA FILIAL QUE RECEBEU (ESTFIL),
      *ATUALIZA O ULTIMO CUSTO E O CUSTO MEDIO PONDERADO
      *DO PRODUTO (PRODMST) E IMPRIME EM RELRECEB O ROMANEIO DA
      *ENTREGA PARA O CONFERENTE ASSINAR. NA CONFIRMACAO DA ENTREGA
      *A NOTA DO FORNECEDOR VIRA TITULO NO CONTAS A PAGAR (CTPAGAR),
      *UMA PARCELA POR VENCIMENTO INFORMADO. A ENTREGA E RECEBIDA
      *CONTRA UM PEDIDO DE COMPRA EM ABERTO (PEDCOMP): QUANTIDADE
      *FORA DO PENDENTE OU CUSTO ACIMA DO ACORDADO ALEM DAS
      *TOLERANCIAS DO RECCFG, PRODUTO FORA DO PEDIDO E ENTREGA SEM
      *PEDIDO EXIGEM A LIBERACAO DE UM SUPERVISOR (PROGRAM-09),
      *REGISTRADA NO OVERLOG. PRODUTO COM CONTROLE DE LOTE PEDE O
      *LOTE E A VALIDADE DO ITEM, CREDITADOS NO SALDO POR LOTE
      *(ESTLOTE); LOTE JA VENCIDO NA ENTREGA E RECUSADO.
      *NOTA ELETRONICA JA IMPORTADA PELO NFEIMP (RECPEND) TRAZ OS
      *ITENS PRONTOS: O CONFERENTE SO CONFIRMA, CORRIGE QUANTIDADE,
      *CUSTO E LOTE OU MARCA O ITEM COMO NAO RECEBIDO, E A NOTA VAI
      *DIRETO PARA O CONTAS A PAGAR.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT CONTAS-PAGAR ASSIGN TO "CTPAGAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TPG-CHAVE
                   FILE STATUS IS WS-FS-CTPAGAR.

               SELECT PEDIDOS-COMPRA ASSIGN TO "PEDCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PCO-CHAVE
                   FILE STATUS IS WS-FS-PEDCOMP.

               SELECT CONFIG-RECEBIMENTO ASSIGN TO "RECCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RECCFG.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT RECEBIMENTOS-PENDENTES ASSIGN TO "RECPEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPD-CHAVE
                   FILE STATUS IS WS-FS-RECPEND.

               SELECT RELATORIO-RECEBIMENTO ASSIGN TO "RELRECEB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELRECEB.
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  SALDOS-FILIAL
               LABEL RECORD IS STANDARD.
               COPY "ESTFIL-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  CONTAS-PAGAR
               LABEL RECORD IS STANDARD.
               COPY "CTPAGAR-REG.CPY".

           FD  PEDIDOS-COMPRA
               LABEL RECORD IS STANDARD.
               COPY "PEDCOMP-REG.CPY".

           FD  CONFIG-RECEBIMENTO
               LABEL RECORD IS STANDARD.
           01  RCF-LINHA.
               05 RCF-PERC-QUANTIDADE PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 RCF-PERC-CUSTO PIC 9(2)V99.

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  RECEBIMENTOS-PENDENTES
               LABEL RECORD IS STANDARD.
               COPY "RECPEND-REG.CPY".

           FD  RELATORIO-RECEBIMENTO
               LABEL RECORD IS STANDARD.
           01  RCB-LINHA PIC X(80).
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-RELRECEB PIC X(2) VALUE "00".
           77 WS-FS-CTPAGAR PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FILIAL PIC 9(3).
           77 WS-FIL-NOME PIC X(30) VALUE SPACES.
           77 WS-FS-PEDCOMP PIC X(2) VALUE "00".
           77 WS-FS-RECCFG PIC X(2) VALUE "00".
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-RECPEND PIC X(2) VALUE "00".
           77 WS-RECPEND-SW PIC X(1) VALUE "N".
               88 RECPEND-DISPONIVEL VALUE "S".
           77 WS-ORIGEM-NOTA-SW PIC X(1) VALUE "D".
               88 NOTA-IMPORTADA VALUE "I".
               88 NOTA-DIGITADA VALUE "D".
           77 WS-RPD-ITEM PIC 9(3).
           77 WS-CONT-ITENS-NOTA PIC 9(3).
           77 WS-CONFERENCIA PIC X(1).
           77 WS-CREDITO-SW PIC X(1).
               88 ITEM-CREDITADO VALUE "S".
               88 ITEM-NAO-CREDITADO VALUE "N".
           77 WS-PEDIDO-COMPRA PIC 9(6) VALUE ZEROS.
           77 WS-PCO-ITEM-ACHADO PIC 9(2) VALUE ZEROS.
           77 WS-QTD-PENDENTE PIC 9(5).
           77 WS-QTD-DIFERENCA PIC 9(5).
           77 WS-QTD-TOLERADA PIC 9(5)V99.
           77 WS-CUSTO-ACORDADO PIC 9(6)V99.
           77 WS-CUSTO-TOLERADO PIC 9(7)V99.
           77 WS-TOL-PERC-QUANTIDADE PIC 9(2)V99 VALUE ZEROS.
           77 WS-TOL-PERC-CUSTO PIC 9(2)V99 VALUE ZEROS.
           77 WS-CONT-PENDENTES PIC 9(3) VALUE ZEROS.
           77 WS-SUP-PIN PIC X(4).
           77 WS-OVR-DATA PIC 9(8).
           77 WS-OVR-HORA PIC 9(8).
           77 WS-DIVERGENCIA PIC X(30).
           77 WS-ITEM-SW PIC X(1).
               88 ITEM-LIBERADO VALUE "S".
               88 ITEM-RECUSADO VALUE "N".
           77 WS-DIVERGENCIA-SW PIC X(1).
               88 ITEM-DIVERGENTE VALUE "S".
               88 ITEM-CONFORME VALUE "N".
           77 WS-FORNECEDOR PIC 9(4).
           77 WS-OPERADOR PIC X(10).
           77 WS-PRODUTO PIC 9(6).
           77 WS-CODIGO-LIDO PIC 9(13).
           77 WS-QUANTIDADE PIC 9(5).
           77 WS-CUSTO-UNITARIO PIC 9(6)V99.
           77 WS-LOTE PIC X(12).
           77 WS-LOTE-SW PIC X(1).
               88 ITEM-COM-LOTE VALUE "S".
               88 ITEM-SEM-LOTE VALUE "N".
           77 WS-SALDO-ANTERIOR PIC S9(7).
           77 WS-CUSTO-TOTAL-ITEM PIC 9(9)V99.
           77 WS-TOTAL-ENTREGA PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(2)9.
           77 WS-CUSTO-EDITADO PIC Z(5)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-NOTA-FORNECEDOR PIC 9(9) VALUE ZEROS.
           77 WS-QTD-PARCELAS PIC 9(2).
           77 WS-PARCELA-I PIC 9(2).
           77 WS-VALOR-PARCELA PIC 9(8)V99.
           77 WS-VALOR-RESTANTE PIC 9(10)V99.
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-PRAZO-DIAS PIC 9(4).
           77 WS-NOTA-SW PIC X(1).
               88 NOTA-LIVRE VALUE "S".
               88 NOTA-JA-LANCADA VALUE "N".
           01 WS-VALIDADE.
               05 WS-VAL-ANO PIC 9(4).
               05 WS-VAL-MES PIC 9(2).
               05 WS-VAL-DIA PIC 9(2).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "SIGNON-REG.CPY".
           COPY "MOVESTW-REG.CPY".
           COPY "LOTEW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FORNECEDOR > ZEROS
               PERFORM 2000-PROCESSAR UNTIL WS-CODIGO-LIDO = ZEROS
               PERFORM 3000-GERAR-CONTAS-PAGAR
               PERFORM 9000-FINALIZAR
           END-IF.

           DISPLAY "DIGITE O CODIGO DO OPERADOR (CONFERENTE)".
           ACCEPT WS-OPERADOR.

           DISPLAY "DIGITE A FILIAL QUE ESTA RECEBENDO".
           ACCEPT WS-FILIAL.

           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.

           PERFORM 1050-VALIDAR-FILIAL.

           OPEN INPUT CADASTRO-FORNECEDORES.
           IF WS-FS-FORNMST NOT = "00"
               DISPLAY "CADASTRO FORNMST AUSENTE - RECEBIMENTO "
               END-READ
           END-IF.

           IF WS-FORNECEDOR > ZEROS
               PERFORM 1300-IDENTIFICAR-PEDIDO
           END-IF.

           IF WS-FORNECEDOR > ZEROS
               PERFORM 1400-IDENTIFICAR-NOTA-IMPORTADA
           END-IF.

           IF WS-FORNECEDOR > ZEROS
               PERFORM 1100-ABRIR-ARQUIVOS
               IF NOTA-IMPORTADA
                   PERFORM 2500-CONFERIR-NOTA-IMPORTADA
               END-IF
               PERFORM 1200-PEDIR-PRODUTO
           END-IF.

       1050-VALIDAR-FILIAL.
           OPEN INPUT CADASTRO-FILIAIS.
           IF WS-FS-FILMST NOT = "00"
               DISPLAY "CADASTRO FILMST AUSENTE - RECEBIMENTO "
                   "CANCELADO"
               MOVE ZEROS TO WS-FORNECEDOR
           ELSE
               MOVE WS-FILIAL TO FIL-CODIGO
               READ CADASTRO-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA - RECEBIMENTO "
                           "CANCELADO"
                       MOVE ZEROS TO WS-FORNECEDOR
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WS-FIL-NOME
                       IF FIL-INATIVA
                           DISPLAY "FILIAL INATIVA - RECEBIMENTO "
                               "CANCELADO"
                           MOVE ZEROS TO WS-FORNECEDOR
                       END-IF
               END-READ
               CLOSE CADASTRO-FILIAIS
           END-IF.
           MOVE "00" TO WS-FS-FILMST.

       1100-ABRIR-ARQUIVOS.
           OPEN I-O CADASTRO-PRODUTOS.

               OPEN I-O SALDOS-ESTOQUE
           END-IF.

           OPEN I-O SALDOS-FILIAL.
           IF WS-FS-ESTFIL = "35"
               OPEN OUTPUT SALDOS-FILIAL
               CLOSE SALDOS-FILIAL
               OPEN I-O SALDOS-FILIAL
           END-IF.

           OPEN OUTPUT RELATORIO-RECEBIMENTO.

           MOVE SPACES TO RCB-LINHA.
           STRING "RECEBIMENTO DE MERCADORIAS EM " DMV-DATA
               " NA FILIAL " WS-FILIAL " " WS-FIL-NOME
               DELIMITED BY SIZE INTO RCB-LINHA.
           WRITE RCB-LINHA.

               DELIMITED BY SIZE INTO RCB-LINHA.
           WRITE RCB-LINHA.

           IF WS-PEDIDO-COMPRA > ZEROS
               MOVE SPACES TO RCB-LINHA
               STRING "PEDIDO DE COMPRA " WS-PEDIDO-COMPRA
                   DELIMITED BY SIZE INTO RCB-LINHA
               WRITE RCB-LINHA
           ELSE
               MOVE "ENTREGA SEM PEDIDO DE COMPRA (LIBERADA)"
                   TO RCB-LINHA
               WRITE RCB-LINHA
           END-IF.

           IF NOTA-IMPORTADA
               MOVE SPACES TO RCB-LINHA
               STRING "NOTA ELETRONICA IMPORTADA " WS-NOTA-FORNECEDOR
                   " - " WS-CONT-ITENS-NOTA " ITENS A CONFERIR"
                   DELIMITED BY SIZE INTO RCB-LINHA
               WRITE RCB-LINHA
           END-IF.

           MOVE "PRODUTO DESCRICAO                      QTD   CUSTO"
               TO RCB-LINHA.
           WRITE RCB-LINHA.

      *****************************************
      * A ENTREGA E RECEBIDA CONTRA UM PEDIDO DE COMPRA DO MESMO
      * FORNECEDOR COM ITENS AINDA PENDENTES; SEM PEDIDO (ZEROS) O
      * RECEBIMENTO SO SEGUE COM A LIBERACAO DO SUPERVISOR
      *****************************************
       1300-IDENTIFICAR-PEDIDO.
           PERFORM 1310-CARREGAR-TOLERANCIAS.

           OPEN I-O PEDIDOS-COMPRA.
           IF WS-FS-PEDCOMP = "35"
               OPEN OUTPUT PEDIDOS-COMPRA
               CLOSE PEDIDOS-COMPRA
               OPEN I-O PEDIDOS-COMPRA
           END-IF.

           DISPLAY "DIGITE O NUMERO DO PEDIDO DE COMPRA (ZEROS = "
               "ENTREGA SEM PEDIDO)".
           ACCEPT WS-PEDIDO-COMPRA.

           IF WS-PEDIDO-COMPRA = ZEROS
               MOVE "ENTREGA SEM PEDIDO" TO WS-DIVERGENCIA
               PERFORM 2160-PEDIR-LIBERACAO
               IF ITEM-RECUSADO
                   DISPLAY "RECEBIMENTO CANCELADO"
                   MOVE ZEROS TO WS-FORNECEDOR
               END-IF
           ELSE
               MOVE ZEROS TO WS-CONT-PENDENTES
               MOVE WS-PEDIDO-COMPRA TO PCO-NUMERO
               MOVE ZEROS TO PCO-ITEM
               START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-PEDCOMP
               END-START
               PERFORM 1320-CONTAR-PENDENTES
                   UNTIL WS-FS-PEDCOMP NOT = "00"
               MOVE "00" TO WS-FS-PEDCOMP
               IF WS-CONT-PENDENTES = ZEROS
                   DISPLAY "PEDIDO INEXISTENTE, DE OUTRO FORNECEDOR "
                       "OU SEM ITENS PENDENTES - RECEBIMENTO "
                       "CANCELADO"
                   MOVE ZEROS TO WS-FORNECEDOR
               END-IF
           END-IF.

       1310-CARREGAR-TOLERANCIAS.
           OPEN INPUT CONFIG-RECEBIMENTO.
           IF WS-FS-RECCFG = "00"
               READ CONFIG-RECEBIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCF-PERC-QUANTIDADE TO
                           WS-TOL-PERC-QUANTIDADE
                       MOVE RCF-PERC-CUSTO TO WS-TOL-PERC-CUSTO
               END-READ
               CLOSE CONFIG-RECEBIMENTO
           END-IF.
           MOVE "00" TO WS-FS-RECCFG.

       1320-CONTAR-PENDENTES.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-NUMERO NOT = WS-PEDIDO-COMPRA
                       MOVE "10" TO WS-FS-PEDCOMP
                   ELSE
                       IF PCO-FORNECEDOR = WS-FORNECEDOR
                               AND PCO-PENDENTE
                           ADD 1 TO WS-CONT-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * NOTA ELETRONICA IMPORTADA (RECPEND): PRECISA TER ITENS AINDA
      * PENDENTES; NOTA JA CONFERIDA NAO E RECEBIDA DE NOVO. SEM
      * NOTA IMPORTADA OS ITENS SAO DIGITADOS COMO SEMPRE
      *****************************************
       1400-IDENTIFICAR-NOTA-IMPORTADA.
           SET NOTA-DIGITADA TO TRUE.
           MOVE ZEROS TO WS-NOTA-FORNECEDOR.

           OPEN I-O RECEBIMENTOS-PENDENTES.
           IF WS-FS-RECPEND = "00"
               SET RECPEND-DISPONIVEL TO TRUE
               DISPLAY "DIGITE O NUMERO DA NOTA ELETRONICA IMPORTADA "
                   "(ZEROS = DIGITAR OS ITENS)"
               ACCEPT WS-NOTA-FORNECEDOR
           END-IF.
           MOVE "00" TO WS-FS-RECPEND.

           IF WS-NOTA-FORNECEDOR > ZEROS
               MOVE ZEROS TO WS-CONT-ITENS-NOTA WS-CONT-PENDENTES
               MOVE WS-FORNECEDOR TO RPD-FORNECEDOR
               MOVE WS-NOTA-FORNECEDOR TO RPD-NOTA
               MOVE ZEROS TO RPD-ITEM
               START RECEBIMENTOS-PENDENTES
                   KEY IS NOT LESS THAN RPD-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-RECPEND
               END-START
               PERFORM 1410-CONTAR-ITENS-NOTA
                   UNTIL WS-FS-RECPEND NOT = "00"
               MOVE "00" TO WS-FS-RECPEND

               EVALUATE TRUE
                   WHEN WS-CONT-ITENS-NOTA = ZEROS
                       DISPLAY "NOTA NAO IMPORTADA PARA ESTE "
                           "FORNECEDOR - ITENS SERAO DIGITADOS"
                       MOVE ZEROS TO WS-NOTA-FORNECEDOR
                   WHEN WS-CONT-PENDENTES = ZEROS
                       DISPLAY "NOTA JA CONFERIDA NO RECEBIMENTO - "
                           "RECEBIMENTO CANCELADO"
                       MOVE ZEROS TO WS-FORNECEDOR
                   WHEN OTHER
                       SET NOTA-IMPORTADA TO TRUE
                       MOVE WS-CONT-PENDENTES TO WS-CONT-ITENS-NOTA
               END-EVALUATE
           END-IF.

       1410-CONTAR-ITENS-NOTA.
           READ RECEBIMENTOS-PENDENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-RECPEND
               NOT AT END
                   IF RPD-FORNECEDOR NOT = WS-FORNECEDOR
                           OR RPD-NOTA NOT = WS-NOTA-FORNECEDOR
                       MOVE "10" TO WS-FS-RECPEND
                   ELSE
                       ADD 1 TO WS-CONT-ITENS-NOTA
                       IF RPD-PENDENTE
                           ADD 1 TO WS-CONT-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * ACEITA O CODIGO INTERNO OU O CODIGO DE BARRAS EAN-13 (MAIS
      * DE SEIS DIGITOS), ACHADO PELA CHAVE ALTERNATIVA PRD-EAN
      *****************************************
       1200-PEDIR-PRODUTO.
           IF NOTA-IMPORTADA
               DISPLAY "ITEM FORA DA NOTA: DIGITE O CODIGO DO PRODUTO "
                   "OU O CODIGO DE BARRAS (ZEROS PARA ENCERRAR)"
           ELSE
               DISPLAY "DIGITE O CODIGO DO PRODUTO OU O CODIGO DE "
                   "BARRAS (ZEROS PARA ENCERRAR A ENTREGA)"
           END-IF.
           ACCEPT WS-CODIGO-LIDO.

       2000-PROCESSAR.
           IF WS-CODIGO-LIDO > 999999
               MOVE WS-CODIGO-LIDO TO PRD-EAN
               READ CADASTRO-PRODUTOS KEY IS PRD-EAN
                   INVALID KEY
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO - "
                           "ITEM IGNORADO"
                   NOT INVALID KEY
                       MOVE PRD-CODIGO TO WS-PRODUTO
                       PERFORM 2100-RECEBER-ITEM
               END-READ
           ELSE
               MOVE WS-CODIGO-LIDO TO WS-PRODUTO
               MOVE WS-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO - ITEM IGNORADO"
                   NOT INVALID KEY
                       PERFORM 2100-RECEBER-ITEM
               END-READ
           END-IF.

           PERFORM 1200-PEDIR-PRODUTO.

           DISPLAY "DIGITE O CUSTO UNITARIO (EX: 00012345 = 123,45)".
           ACCEPT WS-CUSTO-UNITARIO.

           SET ITEM-SEM-LOTE TO TRUE.
           IF PRD-COM-LOTE AND WS-QUANTIDADE > ZEROS
               PERFORM 2120-PEDIR-LOTE
           END-IF.

           PERFORM 2105-ENCAMINHAR-ITEM.

       2105-ENCAMINHAR-ITEM.
           SET ITEM-NAO-CREDITADO TO TRUE.

           EVALUATE TRUE
               WHEN WS-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE ZERADA - ITEM IGNORADO"
               WHEN PRD-COM-LOTE AND ITEM-SEM-LOTE
                   DISPLAY "LOTE/VALIDADE INVALIDOS - ITEM IGNORADO"
               WHEN OTHER
                   PERFORM 2110-RECEBER-ITEM-VALIDO
           END-EVALUATE.

       2110-RECEBER-ITEM-VALIDO.
           PERFORM 2150-CONFERIR-PEDIDO.

           IF ITEM-LIBERADO
               SET ITEM-CREDITADO TO TRUE
               PERFORM 2200-CREDITAR-ESTOQUE
               IF ITEM-COM-LOTE
                   PERFORM 2250-CREDITAR-LOTE
               END-IF
               PERFORM 2300-ATUALIZAR-CUSTOS
               PERFORM 2400-LISTAR-ITEM
               IF WS-PCO-ITEM-ACHADO > ZEROS
                   PERFORM 2170-ATUALIZAR-PEDIDO
               END-IF
           ELSE
               DISPLAY "ITEM RECUSADO - NAO CREDITADO"
           END-IF.

      *****************************************
      * PERECIVEL: LOTE OBRIGATORIO E VALIDADE AAAAMMDD POSTERIOR
      * A DATA DE MOVIMENTO (LOTE VENCIDO NAO ENTRA NO ESTOQUE)
      *****************************************
       2120-PEDIR-LOTE.
           DISPLAY "DIGITE O NUMERO DO LOTE".
           ACCEPT WS-LOTE.

           DISPLAY "DIGITE A VALIDADE DO LOTE (AAAAMMDD)".
           ACCEPT WS-VALIDADE.

           PERFORM 2125-VALIDAR-LOTE.

       2125-VALIDAR-LOTE.
           EVALUATE TRUE
               WHEN WS-LOTE = SPACES
                   DISPLAY "LOTE NAO INFORMADO"
               WHEN WS-VALIDADE NOT NUMERIC
                   DISPLAY "VALIDADE INVALIDA"
               WHEN WS-VAL-MES < 1 OR WS-VAL-MES > 12
                       OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
                   DISPLAY "VALIDADE INVALIDA"
               WHEN WS-VALIDADE <= DMV-DATA
                   DISPLAY "LOTE JA VENCIDO NA ENTREGA"
               WHEN OTHER
                   SET ITEM-COM-LOTE TO TRUE
           END-EVALUATE.

      *****************************************
      * CONFRONTO COM O PEDIDO: O ITEM PENDENTE DO PRODUTO DA A
      * QUANTIDADE AINDA ESPERADA E O CUSTO ACORDADO; DIFERENCA DE
      * QUANTIDADE (PARA MAIS OU PARA MENOS) ALEM DO PERCENTUAL
      * TOLERADO SOBRE O PENDENTE, CUSTO ACIMA DO ACORDADO MAIS A
      * TOLERANCIA, OU PRODUTO FORA DO PEDIDO PEDEM LIBERACAO
      *****************************************
       2150-CONFERIR-PEDIDO.
           SET ITEM-LIBERADO TO TRUE.
           SET ITEM-CONFORME TO TRUE.
           MOVE ZEROS TO WS-PCO-ITEM-ACHADO.
           MOVE SPACES TO WS-DIVERGENCIA.

           IF WS-PEDIDO-COMPRA > ZEROS
               MOVE WS-PEDIDO-COMPRA TO PCO-NUMERO
               MOVE ZEROS TO PCO-ITEM
               START PEDIDOS-COMPRA KEY IS NOT LESS THAN PCO-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-PEDCOMP
               END-START
               PERFORM 2155-LOCALIZAR-ITEM-PEDIDO
                   UNTIL WS-FS-PEDCOMP NOT = "00"
               MOVE "00" TO WS-FS-PEDCOMP

               IF WS-PCO-ITEM-ACHADO = ZEROS
                   SET ITEM-DIVERGENTE TO TRUE
                   MOVE "PRODUTO FORA DO PEDIDO" TO WS-DIVERGENCIA
               ELSE
                   IF WS-QUANTIDADE > WS-QTD-PENDENTE
                       COMPUTE WS-QTD-DIFERENCA =
                           WS-QUANTIDADE - WS-QTD-PENDENTE
                   ELSE
                       COMPUTE WS-QTD-DIFERENCA =
                           WS-QTD-PENDENTE - WS-QUANTIDADE
                   END-IF
                   COMPUTE WS-QTD-TOLERADA =
                       WS-QTD-PENDENTE * WS-TOL-PERC-QUANTIDADE / 100
                   COMPUTE WS-CUSTO-TOLERADO ROUNDED =
                       WS-CUSTO-ACORDADO *
                       (1 + WS-TOL-PERC-CUSTO / 100)
                   IF WS-QTD-DIFERENCA > WS-QTD-TOLERADA
                       SET ITEM-DIVERGENTE TO TRUE
                       MOVE "QUANTIDADE FORA DO PEDIDO" TO
                           WS-DIVERGENCIA
                   END-IF
                   IF WS-CUSTO-UNITARIO > WS-CUSTO-TOLERADO
                       SET ITEM-DIVERGENTE TO TRUE
                       MOVE "CUSTO ACIMA DO ACORDADO" TO
                           WS-DIVERGENCIA
                   END-IF
               END-IF

               IF ITEM-DIVERGENTE
                   MOVE WS-CUSTO-ACORDADO TO WS-CUSTO-EDITADO
                   DISPLAY "*** " WS-DIVERGENCIA " ***"
                   DISPLAY "PENDENTE NO PEDIDO: " WS-QTD-PENDENTE
                       " CUSTO ACORDADO: " WS-CUSTO-EDITADO
                   PERFORM 2160-PEDIR-LIBERACAO
               END-IF
           END-IF.

       2155-LOCALIZAR-ITEM-PEDIDO.
           READ PEDIDOS-COMPRA NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PEDCOMP
               NOT AT END
                   IF PCO-NUMERO NOT = WS-PEDIDO-COMPRA
                       MOVE "10" TO WS-FS-PEDCOMP
                   ELSE
                       IF PCO-PRODUTO = WS-PRODUTO AND PCO-PENDENTE
                           MOVE PCO-ITEM TO WS-PCO-ITEM-ACHADO
                           MOVE PCO-CUSTO-ACORDADO TO
                               WS-CUSTO-ACORDADO
                           IF PCO-QTD-RECEBIDA < PCO-QTD-PEDIDA
                               COMPUTE WS-QTD-PENDENTE =
                                   PCO-QTD-PEDIDA - PCO-QTD-RECEBIDA
                           ELSE
                               MOVE ZEROS TO WS-QTD-PENDENTE
                           END-IF
                           MOVE "10" TO WS-FS-PEDCOMP
                       END-IF
                   END-IF
           END-READ.

       2160-PEDIR-LIBERACAO.
           DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               DISPLAY "RECEBIMENTO LIBERADO PELO SUPERVISOR"
               SET ITEM-LIBERADO TO TRUE
               PERFORM 2165-GRAVAR-LIBERACAO
           ELSE
               DISPLAY "LIBERACAO NEGADA"
               SET ITEM-RECUSADO TO TRUE
           END-IF.

       2165-GRAVAR-LIBERACAO.
           MOVE DMV-DATA TO WS-OVR-DATA.
           ACCEPT WS-OVR-HORA FROM TIME.

           OPEN EXTEND LOG-LIBERACOES.
           IF WS-FS-OVERLOG NOT = "00"
               OPEN OUTPUT LOG-LIBERACOES
           END-IF.

           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU RECEBIMENTO FORN " WS-FORNECEDOR
               " PEDIDO " WS-PEDIDO-COMPRA " PRODUTO " WS-PRODUTO
               " " WS-DIVERGENCIA
               DELIMITED BY SIZE INTO OVR-LINHA.
           WRITE OVR-LINHA.

           CLOSE LOG-LIBERACOES.
           MOVE "00" TO WS-FS-OVERLOG.

       2170-ATUALIZAR-PEDIDO.
           MOVE WS-PEDIDO-COMPRA TO PCO-NUMERO.
           MOVE WS-PCO-ITEM-ACHADO TO PCO-ITEM.

           READ PEDIDOS-COMPRA
               INVALID KEY
                   DISPLAY "ITEM DO PEDIDO NAO RELIDO"
               NOT INVALID KEY
                   ADD WS-QUANTIDADE TO PCO-QTD-RECEBIDA
                   MOVE DMV-DATA TO PCO-DATA-ULT-RECEBIMENTO
                   IF PCO-QTD-RECEBIDA >= PCO-QTD-PEDIDA
                       SET PCO-RECEBIDO TO TRUE
                   ELSE
                       SET PCO-PARCIAL TO TRUE
                   END-IF
                   REWRITE PCO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O PEDIDO"
                   END-REWRITE
           END-READ.

       2200-CREDITAR-ESTOQUE.
           MOVE WS-PRODUTO TO EST-PRODUTO.

                   END-REWRITE
           END-READ.

           MOVE WS-PRODUTO TO MVW-PRODUTO.
           MOVE "RECEBMER" TO MVW-ORIGEM.
           SET MVW-ENTRADA TO TRUE.
           MOVE WS-QUANTIDADE TO MVW-QUANTIDADE.
           MOVE SPACES TO MVW-DOCUMENTO.
           STRING "FORN " WS-FORNECEDOR " PED " WS-PEDIDO-COMPRA
               DELIMITED BY SIZE INTO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE WS-FILIAL TO MVW-FILIAL.
           MOVE WS-OPERADOR TO MVW-OPERADOR.
           MOVE WS-CUSTO-UNITARIO TO MVW-CUSTO.
           CALL "MOVESTW" USING MVW-AREA.

           MOVE WS-FILIAL TO EFL-FILIAL.
           MOVE WS-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE WS-QUANTIDADE TO EFL-SALDO
                   MOVE ZEROS TO EFL-EM-TRANSITO
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QUANTIDADE TO EFL-SALDO
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

       2250-CREDITAR-LOTE.
           SET LTW-FUNCAO-RECEBER TO TRUE.
           MOVE WS-PRODUTO TO LTW-PRODUTO.
           MOVE WS-LOTE TO LTW-LOTE.
           MOVE WS-VALIDADE TO LTW-VALIDADE.
           MOVE WS-QUANTIDADE TO LTW-QUANTIDADE.
           MOVE WS-FORNECEDOR TO LTW-FORNECEDOR.
           MOVE WS-CUSTO-UNITARIO TO LTW-CUSTO.
           CALL "LOTEW" USING LTW-AREA.

           IF LTW-ERRO
               DISPLAY "ERRO AO CREDITAR O LOTE " WS-LOTE
           END-IF.

      *****************************************
      * CUSTO MEDIO PONDERADO PELO SALDO ANTERIOR; SALDO ANTERIOR
      * ZERADO OU NEGATIVO ASSUME O CUSTO DA ENTREGA COMO NOVO MEDIO.
      * PRODUTO AINDA SEM FORNECEDOR HABITUAL FICA COM O DA ENTREGA
      *****************************************
       2300-ATUALIZAR-CUSTOS.
           IF WS-SALDO-ANTERIOR <= ZEROS
           END-IF.

           MOVE WS-CUSTO-UNITARIO TO PRD-CUSTO-ULTIMO.
           IF PRD-FORNECEDOR = ZEROS
               MOVE WS-FORNECEDOR TO PRD-FORNECEDOR
           END-IF.

           REWRITE PRD-REGISTRO
               INVALID KEY
               DELIMITED BY SIZE INTO RCB-LINHA.
           WRITE RCB-LINHA.

           IF ITEM-COM-LOTE
               MOVE SPACES TO RCB-LINHA
               STRING "       LOTE " WS-LOTE " VALIDADE " WS-VALIDADE
                   DELIMITED BY SIZE INTO RCB-LINHA
               WRITE RCB-LINHA
           END-IF.

           IF ITEM-DIVERGENTE
               MOVE SPACES TO RCB-LINHA
               STRING "       *** " WS-DIVERGENCIA " - LIBERADO POR "
                   SGN-USUARIO
                   DELIMITED BY SIZE INTO RCB-LINHA
               WRITE RCB-LINHA
           END-IF.

      *****************************************
      * CONFERENCIA DA NOTA IMPORTADA: CADA ITEM PENDENTE E
      * MOSTRADO COM O PRODUTO, A QUANTIDADE E O CUSTO DA NOTA E O
      * CONFERENTE CONFIRMA (C), CORRIGE (A) OU MARCA COMO NAO
      * RECEBIDO (N); O ITEM SEGUE O MESMO CAMINHO DO DIGITADO
      * (PEDIDO, LOTE, ESTOQUE, CUSTOS) E O RESULTADO VOLTA AO RECPEND
      *****************************************
       2500-CONFERIR-NOTA-IMPORTADA.
           PERFORM 2510-LER-ITEM-NOTA
               VARYING WS-RPD-ITEM FROM 1 BY 1
               UNTIL WS-FS-RECPEND NOT = "00".
           MOVE "00" TO WS-FS-RECPEND.

       2510-LER-ITEM-NOTA.
           MOVE WS-FORNECEDOR TO RPD-FORNECEDOR.
           MOVE WS-NOTA-FORNECEDOR TO RPD-NOTA.
           MOVE WS-RPD-ITEM TO RPD-ITEM.
           READ RECEBIMENTOS-PENDENTES
               INVALID KEY
                   MOVE "23" TO WS-FS-RECPEND
               NOT INVALID KEY
                   IF RPD-PENDENTE
                       PERFORM 2520-CONFERIR-ITEM-NOTA
                   END-IF
           END-READ.

       2520-CONFERIR-ITEM-NOTA.
           SET ITEM-NAO-CREDITADO TO TRUE.
           MOVE RPD-PRODUTO TO WS-PRODUTO.
           MOVE RPD-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "ITEM " RPD-ITEM " - PRODUTO " RPD-PRODUTO
                       " NAO CADASTRADO - ITEM NAO RECEBIDO"
                   MOVE ZEROS TO WS-QUANTIDADE WS-CUSTO-UNITARIO
               NOT INVALID KEY
                   PERFORM 2530-MOSTRAR-ITEM-NOTA
           END-READ.

           PERFORM 2540-ATUALIZAR-PENDENTE.

       2530-MOSTRAR-ITEM-NOTA.
           MOVE RPD-CUSTO TO WS-CUSTO-EDITADO.
           DISPLAY "ITEM " RPD-ITEM " COD FORNECEDOR " RPD-CODIGO-FORN.
           DISPLAY "PRODUTO: " PRD-CODIGO " " PRD-DESCRICAO.
           DISPLAY "QTD NA NOTA: " RPD-QUANTIDADE " CUSTO NA NOTA: "
               WS-CUSTO-EDITADO.
           IF RPD-LOTE NOT = SPACES
               DISPLAY "LOTE " RPD-LOTE " VALIDADE " RPD-VALIDADE
           END-IF.
           DISPLAY "C=CONFIRMA A=CORRIGE N=NAO RECEBIDO".
           ACCEPT WS-CONFERENCIA.

           MOVE RPD-QUANTIDADE TO WS-QUANTIDADE.
           MOVE RPD-CUSTO TO WS-CUSTO-UNITARIO.
           MOVE RPD-LOTE TO WS-LOTE.
           MOVE RPD-VALIDADE TO WS-VALIDADE.
           SET ITEM-SEM-LOTE TO TRUE.

           EVALUATE WS-CONFERENCIA
               WHEN "N"
               WHEN "n"
                   MOVE ZEROS TO WS-QUANTIDADE
                   DISPLAY "ITEM MARCADO COMO NAO RECEBIDO"
               WHEN "A"
               WHEN "a"
                   DISPLAY "DIGITE A QUANTIDADE RECEBIDA"
                   ACCEPT WS-QUANTIDADE
                   DISPLAY "DIGITE O CUSTO UNITARIO (EX: 00012345 = "
                       "123,45)"
                   ACCEPT WS-CUSTO-UNITARIO
                   IF PRD-COM-LOTE AND WS-QUANTIDADE > ZEROS
                       PERFORM 2120-PEDIR-LOTE
                   END-IF
                   PERFORM 2105-ENCAMINHAR-ITEM
               WHEN OTHER
                   IF PRD-COM-LOTE
                       PERFORM 2125-VALIDAR-LOTE
                       IF ITEM-SEM-LOTE
                           DISPLAY "LOTE DA NOTA INVALIDO - INFORME "
                               "O LOTE RECEBIDO"
                           PERFORM 2120-PEDIR-LOTE
                       END-IF
                   END-IF
                   PERFORM 2105-ENCAMINHAR-ITEM
           END-EVALUATE.

       2540-ATUALIZAR-PENDENTE.
           MOVE WS-FORNECEDOR TO RPD-FORNECEDOR.
           MOVE WS-NOTA-FORNECEDOR TO RPD-NOTA.
           MOVE WS-RPD-ITEM TO RPD-ITEM.
           READ RECEBIMENTOS-PENDENTES
               INVALID KEY
                   DISPLAY "ITEM DA NOTA NAO RELIDO"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ITEM-NAO-CREDITADO
                           SET RPD-NAO-RECEBIDO TO TRUE
                           MOVE ZEROS TO RPD-QTD-RECEBIDA
                               RPD-CUSTO-RECEBIDO
                       WHEN WS-QUANTIDADE = RPD-QUANTIDADE
                               AND WS-CUSTO-UNITARIO = RPD-CUSTO
                           SET RPD-CONFIRMADO TO TRUE
                           MOVE WS-QUANTIDADE TO RPD-QTD-RECEBIDA
                           MOVE WS-CUSTO-UNITARIO TO
                               RPD-CUSTO-RECEBIDO
                       WHEN OTHER
                           SET RPD-CORRIGIDO TO TRUE
                           MOVE WS-QUANTIDADE TO RPD-QTD-RECEBIDA
                           MOVE WS-CUSTO-UNITARIO TO
                               RPD-CUSTO-RECEBIDO
                   END-EVALUATE
                   MOVE DMV-DATA TO RPD-DATA-RECEBIMENTO
                   MOVE WS-OPERADOR TO RPD-OPERADOR
                   REWRITE RPD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O ITEM DA NOTA"
                   END-REWRITE
           END-READ.
           MOVE "00" TO WS-FS-RECPEND.

      *****************************************
      * A NOTA DO FORNECEDOR QUE ACOMPANHA A ENTREGA VIRA TITULO NO
      * CONTAS A PAGAR: O VALOR DA ENTREGA E DIVIDIDO EM PARCELAS
      * IGUAIS (A ULTIMA ABSORVE O ARREDONDAMENTO) E CADA PARCELA
      * RECEBE O VENCIMENTO INFORMADO; VENCIMENTO ZERADO ASSUME 30
      * DIAS POR PARCELA A PARTIR DA DATA DE MOVIMENTO, ROLADO PARA
      * O PROXIMO DIA UTIL PELO CALNEG
      *****************************************
       3000-GERAR-CONTAS-PAGAR.
           IF WS-TOTAL-ENTREGA > ZEROS
               OPEN I-O CONTAS-PAGAR
               IF WS-FS-CTPAGAR = "35"
                   OPEN OUTPUT CONTAS-PAGAR
                   CLOSE CONTAS-PAGAR
                   OPEN I-O CONTAS-PAGAR
               END-IF

               SET NOTA-JA-LANCADA TO TRUE
               PERFORM 3100-PEDIR-NOTA UNTIL NOTA-LIVRE

               DISPLAY "DIGITE A QUANTIDADE DE PARCELAS (01 A 12)"
               ACCEPT WS-QTD-PARCELAS
               IF WS-QTD-PARCELAS = ZEROS OR WS-QTD-PARCELAS > 12
                   MOVE 1 TO WS-QTD-PARCELAS
               END-IF

               COMPUTE WS-VALOR-PARCELA =
                   WS-TOTAL-ENTREGA / WS-QTD-PARCELAS
               MOVE WS-TOTAL-ENTREGA TO WS-VALOR-RESTANTE

               MOVE SPACES TO RCB-LINHA
               WRITE RCB-LINHA
               MOVE SPACES TO RCB-LINHA
               STRING "NOTA DO FORNECEDOR " WS-NOTA-FORNECEDOR
                   " - PARCELAS NO CONTAS A PAGAR:"
                   DELIMITED BY SIZE INTO RCB-LINHA
               WRITE RCB-LINHA

               PERFORM 3200-GRAVAR-PARCELA
                   VARYING WS-PARCELA-I FROM 1 BY 1
                   UNTIL WS-PARCELA-I > WS-QTD-PARCELAS

               CLOSE CONTAS-PAGAR
           END-IF.

       3100-PEDIR-NOTA.
           IF NOTA-IMPORTADA
               DISPLAY "NOTA DO FORNECEDOR (IMPORTADA): "
                   WS-NOTA-FORNECEDOR
               SET NOTA-DIGITADA TO TRUE
           ELSE
               DISPLAY "DIGITE O NUMERO DA NOTA DO FORNECEDOR"
               ACCEPT WS-NOTA-FORNECEDOR
           END-IF.

           MOVE WS-FORNECEDOR TO TPG-FORNECEDOR.
           MOVE WS-NOTA-FORNECEDOR TO TPG-NOTA.
           MOVE 1 TO TPG-PARCELA.

           IF WS-NOTA-FORNECEDOR = ZEROS
               DISPLAY "NUMERO DA NOTA OBRIGATORIO"
           ELSE
               READ CONTAS-PAGAR
                   INVALID KEY
                       SET NOTA-LIVRE TO TRUE
                   NOT INVALID KEY
                       DISPLAY "NOTA JA LANCADA NO CONTAS A PAGAR "
                           "PARA ESTE FORNECEDOR"
               END-READ
           END-IF.

       3200-GRAVAR-PARCELA.
           DISPLAY "DIGITE O VENCIMENTO DA PARCELA " WS-PARCELA-I
               " (AAAAMMDD, ZEROS = 30 DIAS POR PARCELA)".
           ACCEPT WS-VENCIMENTO.

           IF WS-VENCIMENTO = ZEROS
               COMPUTE WS-PRAZO-DIAS = WS-PARCELA-I * 30
               SET CAL-FUNCAO-SOMAR TO TRUE
               MOVE DMV-DATA TO CAL-DATA
               MOVE WS-PRAZO-DIAS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO
           END-IF.

           SET CAL-FUNCAO-DIA-UTIL TO TRUE.
           MOVE WS-VENCIMENTO TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.
           IF CAL-NAO
               SET CAL-FUNCAO-PROXIMO TO TRUE
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO
           END-IF.

           IF WS-PARCELA-I = WS-QTD-PARCELAS
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-PARCELA
           END-IF.
           SUBTRACT WS-VALOR-PARCELA FROM WS-VALOR-RESTANTE.

           MOVE WS-FORNECEDOR TO TPG-FORNECEDOR.
           MOVE WS-NOTA-FORNECEDOR TO TPG-NOTA.
           MOVE WS-PARCELA-I TO TPG-PARCELA.
           MOVE DMV-DATA TO TPG-DATA-EMISSAO.
           MOVE WS-VENCIMENTO TO TPG-VENCIMENTO.
           MOVE WS-VALOR-PARCELA TO TPG-VALOR TPG-SALDO.
           SET TPG-ORIGEM-RECEBIMENTO TO TRUE.
           MOVE "RECEBIMENTO DE MERCADORIAS" TO TPG-HISTORICO.
           MOVE ZEROS TO TPG-DATA-BAIXA.
           MOVE WS-OPERADOR TO TPG-OPERADOR.

           WRITE TPG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WS-PARCELA-I
                       " NO CONTAS A PAGAR"
               NOT INVALID KEY
                   MOVE WS-VALOR-PARCELA TO WS-TOTAL-EDITADO
                   MOVE SPACES TO RCB-LINHA
                   STRING "  PARCELA " WS-PARCELA-I " VENC "
                       WS-VENCIMENTO " VALOR " WS-TOTAL-EDITADO
                       DELIMITED BY SIZE INTO RCB-LINHA
                   WRITE RCB-LINHA
           END-WRITE.

       9000-FINALIZAR.
           MOVE WS-CONT-ITENS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-ENTREGA TO WS-TOTAL-EDITADO.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE CADASTRO-PRODUTOS.
           CLOSE SALDOS-ESTOQUE.
           CLOSE SALDOS-FILIAL.
           CLOSE PEDIDOS-COMPRA.
           IF RECPEND-DISPONIVEL
               CLOSE RECEBIMENTOS-PENDENTES
           END-IF.
           CLOSE RELATORIO-RECEBIMENTO.

           DISPLAY "ROMANEIO GRAVADO NO ARQUIVO RELRECEB".
