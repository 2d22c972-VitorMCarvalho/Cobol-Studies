      *****************************************
      * CARTREC-REG.CPY - AGENDA DE RECEBIVEIS DE CARTAO (CARTREC):
      *                   UMA ENTRADA POR PARCELA A RECEBER DA
      *                   ADQUIRENTE, CHAVE DATA DA VENDA, PEDIDO E
      *                   PARCELA, GRAVADA PELO PROJETO5 NA VENDA EM
      *                   CARTAO (FORMA 02) COM A DATA PREVISTA DO
      *                   CREDITO (PRAZO DA ADQTAB, ROLADO PARA DIA
      *                   UTIL) E O LIQUIDO DA TAXA; O ESTORNO REDUZ
      *                   AS PARCELAS AINDA EM ABERTO DA ULTIMA PARA A
      *                   PRIMEIRA. O CARTCONC MARCA A PARCELA COMO
      *                   LIQUIDADA PELA LIQUIDACAO DA ADQUIRENTE
      *                   (CARTSETT) NA DATA PREVISTA; O FLUXCAIX SOMA
      *                   AS ABERTAS NOS BALDES SEMANAIS
      *                   (A=ABERTA L=LIQUIDADA)
      *****************************************
       01  CRC-REGISTRO.
           05 CRC-CHAVE.
               10 CRC-DATA-VENDA PIC 9(8).
               10 CRC-PEDIDO PIC 9(6).
               10 CRC-PARCELA PIC 9(2).
           05 CRC-DATA-PREVISTA PIC 9(8).
           05 CRC-ADQUIRENTE PIC 9(2).
           05 CRC-CLIENTE PIC 9(6).
           05 CRC-QTD-PARCELAS PIC 9(2).
           05 CRC-VALOR-BRUTO PIC 9(8)V99.
           05 CRC-TAXA PIC 9(2)V99.
           05 CRC-VALOR-LIQUIDO PIC 9(8)V99.
           05 CRC-SITUACAO PIC X(1).
               88 CRC-ABERTA VALUE "A".
               88 CRC-LIQUIDADA VALUE "L".
           05 CRC-DATA-LIQUIDACAO PIC 9(8).
