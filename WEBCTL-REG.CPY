      *****************************************
      * WEBCTL-REG.CPY - CONTROLE DOS PEDIDOS DA LOJA VIRTUAL
      *                  (WEBCTL): UM REGISTRO POR LINHA DO PEDIDO,
      *                  CHAVE NUMERO DO PEDIDO NA LOJA + ITEM, COM OS
      *                  DADOS DO CABECALHO REPETIDOS EM CADA LINHA.
      *                  GRAVADO PELO WEBIMP NA IMPORTACAO E
      *                  ATUALIZADO NA CARGA PARA O MOVVND
      *                  (P=PENDENTE DE CARGA C=CARREGADO
      *                  R=REJEITADO, RECICLADO A CADA CARGA ATE
      *                  ENTRAR OU SER REENVIADO PELA LOJA). PEDIDO
      *                  PENDENTE OU CARREGADO NAO PODE SER IMPORTADO
      *                  DE NOVO
      *****************************************
       01  WBC-REGISTRO.
           05 WBC-CHAVE.
               10 WBC-PEDIDO-WEB PIC X(10).
               10 WBC-ITEM PIC 9(2).
           05 WBC-DATA-IMPORTACAO PIC 9(8).
           05 WBC-CPF PIC 9(14).
           05 WBC-TIPO-PESSOA PIC X(1).
           05 WBC-NOME PIC X(30).
           05 WBC-CEP PIC 9(8).
           05 WBC-FORMA-PAGTO PIC 9(2).
           05 WBC-PRODUTO PIC 9(6).
           05 WBC-EAN PIC 9(13).
           05 WBC-QUANTIDADE PIC 9(4).
           05 WBC-PRECO PIC 9(6)V99.
           05 WBC-VALOR PIC 9(8)V99.
           05 WBC-SITUACAO PIC X(1).
               88 WBC-PENDENTE VALUE "P".
               88 WBC-CARREGADO VALUE "C".
               88 WBC-REJEITADO VALUE "R".
           05 WBC-MOTIVO PIC X(40).
           05 WBC-CLIENTE PIC 9(6).
           05 WBC-DATA-CARGA PIC 9(8).
