      *****************************************
      * CTPAGAR-REG.CPY - LAYOUT DO TITULO DO CONTAS A PAGAR
      *                   (CTPAGAR): UMA PARCELA POR REGISTRO, CHAVE
      *                   FORNECEDOR + NUMERO DA NOTA DO FORNECEDOR
      *                   + PARCELA. ORIGEM "R" = GERADO PELO
      *                   RECEBMER NA CONFIRMACAO DA ENTREGA; ORIGEM
      *                   "M" = CONTA AVULSA LANCADA NO CTPAGMNT
      *                   (DESPESAS SEM ESTOQUE). PAGAMENTOS, TOTAIS
      *                   OU PARCIAIS, ABATEM TPG-SALDO (CTPAGMNT)
      *****************************************
       01  TPG-REGISTRO.
           05 TPG-CHAVE.
               10 TPG-FORNECEDOR PIC 9(4).
               10 TPG-NOTA PIC 9(9).
               10 TPG-PARCELA PIC 9(2).
           05 TPG-DATA-EMISSAO PIC 9(8).
           05 TPG-VENCIMENTO PIC 9(8).
           05 TPG-VALOR PIC 9(8)V99.
           05 TPG-SALDO PIC 9(8)V99.
           05 TPG-ORIGEM PIC X(1).
               88 TPG-ORIGEM-RECEBIMENTO VALUE "R".
               88 TPG-ORIGEM-MANUAL VALUE "M".
           05 TPG-HISTORICO PIC X(30).
           05 TPG-DATA-BAIXA PIC 9(8).
           05 TPG-OPERADOR PIC X(10).
