      *****************************************
      * PONTCFG-REG.CPY - PARAMETROS DO PROGRAMA DE PONTOS (PONTCFG,
      *                   UMA LINHA): PONTOS POR REAL NA VENDA,
      *                   PONTOS POR REAL PARA CLIENTE CLASSE A,
      *                   MESES DE VALIDADE DO LOTE (VENCE NO FIM DO
      *                   MES) E VALOR DE UM PONTO EM REAIS NO
      *                   RESGATE. ARQUIVO AUSENTE OU CAMPO INVALIDO
      *                   ASSUME 1, 2, 12 E 0,0100
      *****************************************
       01  PTC-LINHA.
           05 PTC-PONTOS-REAL PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 PTC-PONTOS-REAL-A PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 PTC-VALIDADE-MESES PIC 9(2).
           05 FILLER PIC X(1).
           05 PTC-VALOR-PONTO PIC 9(1)V9(4).
