      *****************************************
      * MOVESTW-REG.CPY - AREA DE COMUNICACAO COM A ROTINA UNICA DE
      *                   GRAVACAO DO MOVIMENTO DE ESTOQUE (MOVESTW):
      *                   O CHAMADOR INFORMA PRODUTO, PROGRAMA DE
      *                   ORIGEM, TIPO (E/S), QUANTIDADE, DOCUMENTO,
      *                   SALDO RESULTANTE NO ESTOQUE, FILIAL,
      *                   OPERADOR E CUSTO UNITARIO DO MOVIMENTO
      *                   (CUSTO DA NOTA NO RECEBIMENTO, CUSTO MEDIO
      *                   DO PRODUTO NOS DEMAIS), LOGO APOS GRAVAR O
      *                   EST-REGISTRO
      *****************************************
       01  MVW-AREA.
           05 MVW-PRODUTO PIC 9(6).
           05 MVW-ORIGEM PIC X(8).
           05 MVW-TIPO PIC X(1).
               88 MVW-ENTRADA VALUE "E".
               88 MVW-SAIDA VALUE "S".
           05 MVW-QUANTIDADE PIC 9(7).
           05 MVW-DOCUMENTO PIC X(20).
           05 MVW-SALDO PIC S9(7).
           05 MVW-FILIAL PIC 9(3).
           05 MVW-OPERADOR PIC X(10).
           05 MVW-CUSTO PIC 9(6)V99.
           05 MVW-RESULTADO PIC X(1).
               88 MVW-OK VALUE "S".
               88 MVW-ERRO VALUE "N".
