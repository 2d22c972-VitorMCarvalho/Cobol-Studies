      *****************************************
      * LOTE-REG.CPY - LAYOUT DO SALDO POR LOTE (ESTLOTE) DOS
      *                PRODUTOS COM CONTROLE DE LOTE E VALIDADE.
      *                A CHAVE PRODUTO + VALIDADE + LOTE DEIXA OS
      *                LOTES DE UM PRODUTO NA ORDEM DE VENCIMENTO
      *                (PRIMEIRO A VENCER, PRIMEIRO A SAIR). LOTE
      *                BAIXADO = VENCIDO E RETIRADO DO ESTOQUE
      *****************************************
       01  LOT-REGISTRO.
           05 LOT-CHAVE.
               10 LOT-PRODUTO PIC 9(6).
               10 LOT-VALIDADE PIC 9(8).
               10 LOT-NUMERO PIC X(12).
           05 LOT-SALDO PIC S9(7).
           05 LOT-DATA-ENTRADA PIC 9(8).
           05 LOT-FORNECEDOR PIC 9(4).
           05 LOT-CUSTO PIC 9(6)V99.
           05 LOT-SITUACAO PIC X(1).
               88 LOT-ATIVO VALUE "A".
               88 LOT-BAIXADO VALUE "B".
           05 LOT-DATA-BAIXA PIC 9(8).
