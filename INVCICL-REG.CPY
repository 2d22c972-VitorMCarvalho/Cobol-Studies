      *****************************************
      * INVCICL-REG.CPY - CABECALHO DO CICLO DE INVENTARIO FISICO
      *                   (INVCICLO): FAIXA DE PRODUTOS CONGELADA NA
      *                   ABERTURA, SITUACAO DO CICLO E QUEM APROVOU
      *                   O LANCAMENTO DAS DIFERENCAS (INVCONT)
      *****************************************
       01  ICI-REGISTRO.
           05 ICI-CICLO PIC 9(4).
           05 ICI-DATA-ABERTURA PIC 9(8).
           05 ICI-HORA-ABERTURA PIC 9(8).
           05 ICI-PRODUTO-INICIAL PIC 9(6).
           05 ICI-PRODUTO-FINAL PIC 9(6).
           05 ICI-QTD-ITENS PIC 9(5).
           05 ICI-SITUACAO PIC X(1).
               88 ICI-ABERTO VALUE "A".
               88 ICI-LANCADO VALUE "L".
               88 ICI-CANCELADO VALUE "C".
           05 ICI-OPERADOR PIC X(10).
           05 ICI-APROVADOR PIC X(10).
           05 ICI-DATA-LANCAMENTO PIC 9(8).
