      *****************************************
      * VENDTIT-REG.CPY - VINCULO DA VENDA COM O TITULO DO CONTAS A
      *                   RECEBER, GRAVADO PELO GERAREC AO CORTAR O
      *                   TITULO DO DIA: UM REGISTRO POR CLIENTE, DATA
      *                   DA VENDA (= DOCUMENTO DO TITULO DO DIA),
      *                   VENDEDOR E FORMA DE PAGAMENTO, COM A VENDA
      *                   LIQUIDA DO VENDEDOR NAQUELA FORMA, O VALOR
      *                   TOTAL DO TITULO E A BASE DE COMISSAO VIGENTE
      *                   NO CORTE (COMBASE): "V" = PAGA NA VENDA,
      *                   "R" = PAGA NA PROPORCAO DO RECEBIDO NOS
      *                   TITULOS DA VENDA (PAGTLOG). AS PARCELAS DO
      *                   PLANO (AAMMDDNN) E OS PLANOS DE RENEGOCIACAO
      *                   (RENEGLOG) HERDAM O VINCULO DO TITULO DO DIA
      *****************************************
       01  VTT-REGISTRO.
           05 VTT-CHAVE.
               10 VTT-CLIENTE PIC 9(6).
               10 VTT-DATA PIC 9(8).
               10 VTT-VENDEDOR PIC 9(4).
               10 VTT-FORMA-PAGTO PIC 9(2).
           05 VTT-VALOR PIC 9(8)V99.
           05 VTT-VALOR-TITULO PIC 9(8)V99.
           05 VTT-BASE PIC X(1).
               88 VTT-BASE-VENDA VALUE "V".
               88 VTT-BASE-RECEBIMENTO VALUE "R".
