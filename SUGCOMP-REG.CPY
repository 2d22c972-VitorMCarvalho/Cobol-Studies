      *****************************************
      * SUGCOMP-REG.CPY - LAYOUT DA PLANILHA DE SUGESTAO DE COMPRA
      *                   (SUGCOMPR): GERADA A CADA NOITE PELO
      *                   REPOSUG, ORDENADA POR FORNECEDOR HABITUAL
      *                   E PRODUTO; O PEDCMNT CONVERTE AS LINHAS
      *                   CONFIRMADAS PELO COMPRADOR EM PEDIDOS DE
      *                   COMPRA (UM PEDIDO POR FORNECEDOR)
      *****************************************
       01  SUG-REGISTRO.
           05 SUG-FORNECEDOR PIC 9(4).
           05 FILLER PIC X(1).
           05 SUG-PRODUTO PIC 9(6).
           05 FILLER PIC X(1).
           05 SUG-QUANTIDADE PIC 9(5).
           05 FILLER PIC X(1).
           05 SUG-CUSTO PIC 9(6)V99.
           05 FILLER PIC X(1).
           05 SUG-SALDO PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 SUG-DIAS-RESTANTES PIC 9(3).
