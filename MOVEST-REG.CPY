      *****************************************
      * MOVEST-REG.CPY - LAYOUT DO MOVIMENTO DE ESTOQUE (MOVEST):
      *                  UMA LINHA POR ALTERACAO DE EST-SALDO, GRAVADA
      *                  SO PELA ROTINA MOVESTW (VENDA E ESTORNO DO
      *                  PROJETO05, RECEBMER, ESTQAJU, INVCONT,
      *                  VENDAMND). A SOMA DAS ENTRADAS MENOS AS
      *                  SAIDAS DE UM PRODUTO REPRODUZ O SALDO DO
      *                  ESTOQUE (PROVA NO KARDEX); O CUSTO UNITARIO
      *                  VALORIZA O MOVIMENTO NA EVOLUCAO MENSAL DO
      *                  VALOR DO ESTOQUE (INVROLL)
      *****************************************
       01  MVE-REGISTRO.
           05 MVE-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 MVE-HORA PIC 9(8).
           05 FILLER PIC X(1).
           05 MVE-PRODUTO PIC 9(6).
           05 FILLER PIC X(1).
           05 MVE-ORIGEM PIC X(8).
           05 FILLER PIC X(1).
           05 MVE-TIPO PIC X(1).
               88 MVE-ENTRADA VALUE "E".
               88 MVE-SAIDA VALUE "S".
           05 FILLER PIC X(1).
           05 MVE-QUANTIDADE PIC 9(7).
           05 FILLER PIC X(1).
           05 MVE-DOCUMENTO PIC X(20).
           05 FILLER PIC X(1).
           05 MVE-SALDO PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 MVE-FILIAL PIC 9(3).
           05 FILLER PIC X(1).
           05 MVE-OPERADOR PIC X(10).
           05 FILLER PIC X(1).
           05 MVE-CUSTO PIC 9(6)V99.
