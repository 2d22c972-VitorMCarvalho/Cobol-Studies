      *****************************************
      * INVCONT-REG.CPY - ITEM DO CICLO DE INVENTARIO (INVCONT):
      *                   SALDO DO ESTOQUE CONGELADO NA ABERTURA DO
      *                   CICLO E QUANTIDADE CONTADA, SOMADA AO LONGO
      *                   DAS PASSADAS DE CONTAGEM. A DIFERENCA E
      *                   CONTADO MENOS CONGELADO, DE MODO QUE AS
      *                   VENDAS ENTRE A ABERTURA E O LANCAMENTO NAO
      *                   ENTRAM NA DIVERGENCIA
      *****************************************
       01  ICO-REGISTRO.
           05 ICO-CHAVE.
               10 ICO-CICLO PIC 9(4).
               10 ICO-PRODUTO PIC 9(6).
           05 ICO-SALDO-CONGELADO PIC S9(7).
           05 ICO-QTD-CONTADA PIC 9(7).
           05 ICO-PASSADAS PIC 9(2).
           05 ICO-ULTIMO-CONTADOR PIC X(10).
           05 ICO-CUSTO-MEDIO PIC 9(6)V99.
           05 ICO-SITUACAO PIC X(1).
               88 ICO-NAO-CONTADO VALUE "N".
               88 ICO-CONTADO VALUE "C".
               88 ICO-LANCADO VALUE "L".
