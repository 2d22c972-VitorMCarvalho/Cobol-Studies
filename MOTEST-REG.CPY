      *****************************************
      * MOTEST-REG.CPY - TABELA DE MOTIVOS DE ESTORNO (MOTEST), CHAVE
      *                  O CODIGO GRAVADO EM VDT-MOTIVO. A CATEGORIA
      *                  AGRUPA OS MOTIVOS NA ANALISE DE DEVOLUCOES
      *                  (D=DEFEITO A=ARREPENDIMENTO P=ERRO DE PRECO
      *                  E=ERRO DE LANCAMENTO O=OUTROS) E
      *                  MTE-RETORNA-ESTOQUE DIZ SE A MERCADORIA
      *                  DEVOLVIDA VOLTA AO SALDO DO ESTOQUE NO
      *                  ESTORNO (N = PRODUTO AVARIADO, DESCARTADO OU
      *                  DEVOLVIDO AO FORNECEDOR)
      *****************************************
       01  MTE-REGISTRO.
           05 MTE-CODIGO PIC 9(2).
           05 MTE-DESCRICAO PIC X(30).
           05 MTE-CATEGORIA PIC X(1).
               88 MTE-CAT-DEFEITO VALUE "D".
               88 MTE-CAT-ARREPENDIMENTO VALUE "A".
               88 MTE-CAT-ERRO-PRECO VALUE "P".
               88 MTE-CAT-ERRO-LANCAMENTO VALUE "E".
               88 MTE-CAT-OUTROS VALUE "O".
               88 MTE-CATEGORIA-VALIDA VALUE "D", "A", "P", "E", "O".
           05 MTE-RETORNA-ESTOQUE PIC X(1).
               88 MTE-VOLTA-ESTOQUE VALUE "S".
               88 MTE-NAO-VOLTA-ESTOQUE VALUE "N".
           05 MTE-SITUACAO PIC X(1).
               88 MTE-ATIVO VALUE "A".
               88 MTE-INATIVO VALUE "I".
