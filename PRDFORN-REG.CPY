      *****************************************
      * PRDFORN-REG.CPY - TABELA DE CORRESPONDENCIA ENTRE O CODIGO
      *                   DO PRODUTO NA NOTA DO FORNECEDOR E O NOSSO
      *                   PRD-CODIGO (PRDFORN), MANTIDA NO PRDFMNT E
      *                   USADA NA IMPORTACAO DA NOTA ELETRONICA
      *****************************************
       01  XRF-REGISTRO.
           05 XRF-CHAVE.
               10 XRF-FORNECEDOR PIC 9(4).
               10 XRF-CODIGO-FORN PIC X(20).
           05 XRF-PRODUTO PIC 9(6).
           05 XRF-DATA-CADASTRO PIC 9(8).
           05 XRF-OPERADOR PIC X(10).
