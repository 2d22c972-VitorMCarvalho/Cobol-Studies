      *****************************************
      * CXMOV-REG.CPY - LAYOUT DO ARQUIVO DE MOVIMENTOS DE GAVETA
      *                 (CXMOV), GRAVADO PELO CAIXASES: UMA LINHA POR
      *                 SUPRIMENTO (FUNDO DE TROCO RECEBIDO) OU SANGRIA
      *                 (DINHEIRO RETIRADO PARA O COFRE) DE UMA SESSAO,
      *                 COM O VISTO DO SUPERVISOR QUANDO O VALOR PASSA
      *                 DO LIMITE DO QBRCFG (BRANCO QUANDO NAO EXIGIDO)
      *****************************************
       01  CXM-LINHA.
           05 CXM-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 CXM-OPERADOR PIC X(10).
           05 FILLER PIC X(1).
           05 CXM-CAIXA PIC 9(2).
           05 FILLER PIC X(1).
           05 CXM-HORA PIC 9(8).
           05 FILLER PIC X(1).
           05 CXM-SEQUENCIA PIC 9(3).
           05 FILLER PIC X(1).
           05 CXM-TIPO PIC X(1).
               88 CXM-SANGRIA VALUE "S".
               88 CXM-SUPRIMENTO VALUE "U".
           05 FILLER PIC X(1).
           05 CXM-VALOR PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 CXM-APROVADOR PIC X(10).
