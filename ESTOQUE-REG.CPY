      * ESTOQUE-REG.CPY - LAYOUT DO SALDO DE ESTOQUE POR PRODUTO
      *                   (ESTOQUE): BAIXADO PELA CAPTURA DE VENDAS,
      *                   REPOSTO POR ESTORNOS, RECEBIMENTOS DE
      *                   MERCADORIA, AJUSTES MANUAIS (ESTQAJU) E
      *                   DIFERENCAS DE INVENTARIO (INVCONT);
      *                   SALDO COM SINAL PORQUE A VENDA FLAGRADA
      *                   PODE DEIXAR O SALDO NEGATIVO. TODA
      *                   ALTERACAO DE EST-SALDO GERA LINHA NO
      *                   MOVIMENTO DE ESTOQUE (MOVEST, VIA MOVESTW)
      *****************************************
       01  EST-REGISTRO.
           05 EST-PRODUTO PIC 9(6).
