      *****************************************
      * TRANSF-REG.CPY - ITEM DA TRANSFERENCIA ENTRE FILIAIS
      *                   (TRANSFER): NUMERO DO DOCUMENTO + ITEM.
      *                   NA EMISSAO A QUANTIDADE SAI DO SALDO DA
      *                   ORIGEM E FICA EM TRANSITO NA DESTINO
      *                   (ESTFIL); A CONFIRMACAO DA CHEGADA PELA
      *                   DESTINO PASSA O ITEM PARA RECEBIDO
      *****************************************
       01  TRF-REGISTRO.
           05 TRF-CHAVE.
               10 TRF-NUMERO PIC 9(6).
               10 TRF-ITEM PIC 9(2).
           05 TRF-FILIAL-ORIGEM PIC 9(3).
           05 TRF-FILIAL-DESTINO PIC 9(3).
           05 TRF-PRODUTO PIC 9(6).
           05 TRF-QUANTIDADE PIC 9(5).
           05 TRF-DATA-ENVIO PIC 9(8).
           05 TRF-OPERADOR-ENVIO PIC X(10).
           05 TRF-DATA-CHEGADA PIC 9(8).
           05 TRF-OPERADOR-CHEGADA PIC X(10).
           05 TRF-SITUACAO PIC X(1).
               88 TRF-EM-TRANSITO VALUE "T".
               88 TRF-RECEBIDO VALUE "R".
