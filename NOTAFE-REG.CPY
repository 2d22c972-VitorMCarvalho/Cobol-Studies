      *****************************************
      * NOTAFE-REG.CPY - LAYOUT DO ARQUIVO DE NOTA FISCAL ELETRONICA
      *                  DO FORNECEDOR (NFEENT) PARA IMPORTACAO NO
      *                  NFEIMP. CADA NOTA VEM COM UM REGISTRO DE
      *                  CABECALHO (TIPO H: CNPJ DO EMITENTE, NUMERO
      *                  E EMISSAO) SEGUIDO DOS REGISTROS DE ITEM
      *                  (TIPO I: CODIGO DO PRODUTO NO FORNECEDOR,
      *                  QUANTIDADE, CUSTO UNITARIO E, PARA
      *                  PERECIVEL, LOTE E VALIDADE AAAAMMDD)
      *****************************************
       01  NFE-CABECALHO.
           05 NFE-TIPO PIC X(1).
               88 NFE-TIPO-CABECALHO VALUE "H".
               88 NFE-TIPO-ITEM VALUE "I".
           05 NFE-CNPJ PIC 9(14).
           05 NFE-NOTA PIC 9(9).
           05 NFE-EMISSAO PIC 9(8).
           05 NFE-VALOR-TOTAL PIC 9(10)V99.
           05 FILLER PIC X(19).
       01  NFE-ITEM.
           05 FILLER PIC X(1).
           05 NFE-CODIGO-FORN PIC X(20).
           05 NFE-QUANTIDADE PIC 9(5).
           05 NFE-CUSTO PIC 9(6)V99.
           05 NFE-LOTE PIC X(12).
           05 NFE-VALIDADE PIC 9(8).
           05 FILLER PIC X(9).
