      *****************************************
      * BOLCALC-REG.CPY - AREA DE COMUNICACAO COM O MODULO DE
      *                  CALCULO DO BOLETO (BOLCALC): QUEM CHAMA
      *                  INFORMA BANCO, AGENCIA, CONTA E CARTEIRA DE
      *                  COBRANCA (BOLCFG), NOSSO NUMERO, VENCIMENTO
      *                  E VALOR DO TITULO; O MODULO DEVOLVE O CODIGO
      *                  DE BARRAS DE 44 POSICOES, A LINHA DIGITAVEL
      *                  EDITADA E O DV DO NOSSO NUMERO
      *****************************************
       01  BLC-AREA.
           05 BLC-BANCO PIC 9(3).
           05 BLC-AGENCIA PIC 9(4).
           05 BLC-CONTA PIC 9(7).
           05 BLC-CARTEIRA PIC 9(2).
           05 BLC-NOSSO-NUMERO PIC 9(11).
           05 BLC-VENCIMENTO PIC 9(8).
           05 BLC-VALOR PIC 9(8)V99.
           05 BLC-CODIGO-BARRAS PIC X(44).
           05 BLC-LINHA-DIGITAVEL PIC X(54).
           05 BLC-NN-DV PIC X(1).
