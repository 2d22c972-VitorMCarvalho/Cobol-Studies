      *****************************************
      * PEDCOMP-REG.CPY - LAYOUT DO PEDIDO DE COMPRA (PEDCOMP): UM
      *                   REGISTRO POR ITEM DO PEDIDO, CHAVE NUMERO
      *                   DO PEDIDO + ITEM, COM O FORNECEDOR E AS
      *                   DATAS DO PEDIDO REPETIDOS EM CADA ITEM.
      *                   MANTIDO PELO PEDCMNT; O RECEBMER SOMA A
      *                   QUANTIDADE RECEBIDA E MUDA A SITUACAO DO
      *                   ITEM (A=ABERTO P=PARCIAL R=RECEBIDO
      *                   C=CANCELADO)
      *****************************************
       01  PCO-REGISTRO.
           05 PCO-CHAVE.
               10 PCO-NUMERO PIC 9(6).
               10 PCO-ITEM PIC 9(2).
           05 PCO-FORNECEDOR PIC 9(4).
           05 PCO-DATA-PEDIDO PIC 9(8).
           05 PCO-DATA-PREVISTA PIC 9(8).
           05 PCO-COMPRADOR PIC X(10).
           05 PCO-PRODUTO PIC 9(6).
           05 PCO-QTD-PEDIDA PIC 9(5).
           05 PCO-QTD-RECEBIDA PIC 9(5).
           05 PCO-CUSTO-ACORDADO PIC 9(6)V99.
           05 PCO-SITUACAO PIC X(1).
               88 PCO-ABERTO VALUE "A".
               88 PCO-PARCIAL VALUE "P".
               88 PCO-RECEBIDO VALUE "R".
               88 PCO-CANCELADO VALUE "C".
               88 PCO-PENDENTE VALUE "A", "P".
           05 PCO-DATA-ULT-RECEBIMENTO PIC 9(8).
