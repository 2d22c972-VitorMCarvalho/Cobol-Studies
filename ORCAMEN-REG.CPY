      *****************************************
      * ORCAMEN-REG.CPY - LAYOUT DO ORCAMENTO DE VENDA (ORCAMEN): UM
      *                   REGISTRO POR LINHA DO ORCAMENTO, CHAVE
      *                   NUMERO + ITEM, COM CLIENTE, VENDEDOR E
      *                   DATAS REPETIDOS EM CADA LINHA. O PRECO
      *                   UNITARIO E O DA PRECOTAB VIGENTE NA EMISSAO
      *                   E ORC-VALOR E O LIQUIDO DA LINHA (PRECO X
      *                   QUANTIDADE MENOS DESCONTO). MANTIDO PELO
      *                   ORCMNT; O PROJETO5 CONVERTE O ORCAMENTO EM
      *                   PEDIDO E GRAVA O NUMERO DO PEDIDO
      *                   (A=ABERTO C=CONVERTIDO X=CANCELADO; ABERTO
      *                   COM VALIDADE ANTERIOR A DATA = VENCIDO)
      *****************************************
       01  ORC-REGISTRO.
           05 ORC-CHAVE.
               10 ORC-NUMERO PIC 9(6).
               10 ORC-ITEM PIC 9(2).
           05 ORC-CLIENTE PIC 9(6).
           05 ORC-VENDEDOR PIC 9(4).
           05 ORC-DATA-EMISSAO PIC 9(8).
           05 ORC-DATA-VALIDADE PIC 9(8).
           05 ORC-PRODUTO PIC 9(6).
           05 ORC-QUANTIDADE PIC 9(4).
           05 ORC-PRECO-UNITARIO PIC 9(6)V99.
           05 ORC-DESCONTO PIC 9(6)V99.
           05 ORC-VALOR PIC 9(8)V99.
           05 ORC-SITUACAO PIC X(1).
               88 ORC-ABERTO VALUE "A".
               88 ORC-CONVERTIDO VALUE "C".
               88 ORC-CANCELADO VALUE "X".
           05 ORC-PEDIDO PIC 9(6).
           05 ORC-DATA-CONVERSAO PIC 9(8).
           05 ORC-OPERADOR PIC X(10).
