      *****************************************
      * INVSNP-REG.CPY - LAYOUT DA FOTO MENSAL DO ESTOQUE VALORIZADO
      *                  (INVSNAP): SALDO DE CADA PRODUTO NO ULTIMO
      *                  DIA DO MES, CUSTO MEDIO DO CADASTRO NA HORA
      *                  DA FOTO E VALOR (SALDO X CUSTO), GRAVADA
      *                  PELO INVSNAP NO FECHAMENTO E LIDA PELO
      *                  INVROLL COMO ABERTURA E FECHAMENTO DO MES
      *****************************************
       01  ISN-REGISTRO.
           05 ISN-CHAVE.
               10 ISN-ANO PIC 9(4).
               10 ISN-MES PIC 9(2).
               10 ISN-PRODUTO PIC 9(6).
           05 ISN-SALDO PIC S9(7).
           05 ISN-CUSTO-MEDIO PIC 9(6)V99.
           05 ISN-VALOR PIC S9(11)V99.
           05 ISN-DATA-FOTO PIC 9(8).
