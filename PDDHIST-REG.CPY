      *****************************************
      * PDDHIST-REG.CPY - HISTORICO MENSAL DA PROVISAO PARA
      *                   DEVEDORES DUVIDOSOS (PDDHIST), GRAVADO PELO
      *                   PDDMES NO FECHAMENTO: UM REGISTRO POR
      *                   CLIENTE DA FOTO DO AGING COM A BASE DE CADA
      *                   FAIXA (1=A VENCER 2=1-30 3=31-60 4=61-90
      *                   5=90+), A PARTE NEGATIVADA, O PERCENTUAL
      *                   APLICADO E A PROVISAO RESULTANTE, MAIS O
      *                   REGISTRO DE TOTAIS DO PERIODO (CLIENTE
      *                   000000, CLASSE "*") COM OS PERCENTUAIS
      *                   GERAIS, A PROVISAO DO MES ANTERIOR E AS
      *                   PERDAS BAIXADAS NO MES (WOFFLOG)
      *****************************************
       01  PDH-REGISTRO.
           05 PDH-CHAVE.
               10 PDH-ANO PIC 9(4).
               10 PDH-MES PIC 9(2).
               10 PDH-CLIENTE PIC 9(6).
           05 PDH-CLASSE PIC X(1).
           05 PDH-FAIXAS.
               10 PDH-FAIXA OCCURS 5 TIMES.
                   15 PDH-BASE PIC 9(11)V99.
                   15 PDH-BASE-NEGATIVADA PIC 9(11)V99.
                   15 PDH-PERCENTUAL PIC 9(3)V99.
                   15 PDH-PROVISAO PIC 9(11)V99.
           05 PDH-TOTAL-BASE PIC 9(11)V99.
           05 PDH-TOTAL-PROVISAO PIC 9(11)V99.
           05 PDH-PROVISAO-ANTERIOR PIC 9(11)V99.
           05 PDH-PERDAS-MES PIC 9(11)V99.
           05 PDH-DATA-CALCULO PIC 9(8).
