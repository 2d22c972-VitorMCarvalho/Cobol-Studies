      *****************************************
      * RECPEND-REG.CPY - RECEBIMENTO PENDENTE (RECPEND): OS ITENS
      *                   DA NOTA ELETRONICA IMPORTADA PELO NFEIMP,
      *                   JA COM O NOSSO PRODUTO, A ESPERA DA
      *                   CONFERENCIA NO RECEBMER. CHAVE FORNECEDOR +
      *                   NOTA + ITEM; NOTA JA PRESENTE NAO E
      *                   IMPORTADA DE NOVO. NA CONFERENCIA O ITEM
      *                   FICA CONFIRMADO (C), CORRIGIDO (A, COM A
      *                   QUANTIDADE E O CUSTO RECEBIDOS) OU NAO
      *                   RECEBIDO (N)
      *****************************************
       01  RPD-REGISTRO.
           05 RPD-CHAVE.
               10 RPD-FORNECEDOR PIC 9(4).
               10 RPD-NOTA PIC 9(9).
               10 RPD-ITEM PIC 9(3).
           05 RPD-EMISSAO PIC 9(8).
           05 RPD-DATA-IMPORTACAO PIC 9(8).
           05 RPD-CODIGO-FORN PIC X(20).
           05 RPD-PRODUTO PIC 9(6).
           05 RPD-QUANTIDADE PIC 9(5).
           05 RPD-CUSTO PIC 9(6)V99.
           05 RPD-LOTE PIC X(12).
           05 RPD-VALIDADE PIC 9(8).
           05 RPD-SITUACAO PIC X(1).
               88 RPD-PENDENTE VALUE "P".
               88 RPD-CONFIRMADO VALUE "C".
               88 RPD-CORRIGIDO VALUE "A".
               88 RPD-NAO-RECEBIDO VALUE "N".
           05 RPD-QTD-RECEBIDA PIC 9(5).
           05 RPD-CUSTO-RECEBIDO PIC 9(6)V99.
           05 RPD-DATA-RECEBIMENTO PIC 9(8).
           05 RPD-OPERADOR PIC X(10).
