      *****************************************
      * KITCOMP-REG.CPY - LAYOUT DA COMPOSICAO DE KITS (KITCOMP):
      *                   UM REGISTRO POR COMPONENTE, CHAVE PRODUTO
      *                   KIT + PRODUTO COMPONENTE, COM A QUANTIDADE
      *                   DO COMPONENTE EM UMA UNIDADE DO KIT.
      *                   MANTIDO NO KITMNT; PRODUTO COM COMPONENTES
      *                   E KIT: A CAPTURA (PROJETO05) MOVIMENTA O
      *                   ESTOQUE DOS COMPONENTES E O MARGEM CUSTEIA
      *                   O KIT PELA SOMA DOS COMPONENTES
      *****************************************
       01  KIT-REGISTRO.
           05 KIT-CHAVE.
               10 KIT-PRODUTO PIC 9(6).
               10 KIT-COMPONENTE PIC 9(6).
           05 KIT-QUANTIDADE PIC 9(3).
