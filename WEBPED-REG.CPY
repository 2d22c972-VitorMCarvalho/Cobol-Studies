      *****************************************
      * WEBPED-REG.CPY - LAYOUT DO ARQUIVO DE PEDIDOS DA LOJA
      *                  VIRTUAL (WEBPED) PARA IMPORTACAO NO WEBIMP.
      *                  CADA PEDIDO VEM COM UM REGISTRO DE
      *                  CABECALHO (TIPO H: NUMERO DO PEDIDO NA LOJA,
      *                  CPF/CNPJ, TIPO DE PESSOA, NOME, ENDERECO,
      *                  TELEFONE, CEP E FORMA DE PAGAMENTO) SEGUIDO
      *                  DOS REGISTROS DE ITEM (TIPO I: PRODUTO PELO
      *                  NOSSO CODIGO OU PELO EAN-13, QUANTIDADE E
      *                  PRECO UNITARIO COBRADO NA LOJA)
      *****************************************
       01  WEB-CABECALHO.
           05 WEB-TIPO PIC X(1).
               88 WEB-TIPO-CABECALHO VALUE "H".
               88 WEB-TIPO-ITEM VALUE "I".
           05 WEB-PEDIDO-WEB PIC X(10).
           05 WEB-CPF PIC 9(14).
           05 WEB-TIPO-PESSOA PIC X(1).
           05 WEB-NOME PIC X(30).
           05 WEB-ENDERECO PIC X(40).
           05 WEB-TELEFONE PIC X(15).
           05 WEB-CEP PIC 9(8).
           05 WEB-FORMA-PAGTO PIC 9(2).
       01  WEB-ITEM.
           05 FILLER PIC X(1).
           05 WEB-PRODUTO PIC 9(6).
           05 WEB-EAN PIC 9(13).
           05 WEB-QUANTIDADE PIC 9(4).
           05 WEB-PRECO PIC 9(6)V99.
           05 FILLER PIC X(89).
