      *****************************************
      * ADQTAB-REG.CPY - TABELA DE ADQUIRENTES DE CARTAO (ADQTAB),
      *                  UMA LINHA POR ADQUIRENTE: TAXA DA VENDA A
      *                  VISTA (UMA PARCELA) E DA PARCELADA EM
      *                  PERCENTUAL SOBRE O BRUTO, PRAZO EM DIAS
      *                  CORRIDOS DA VENDA ATE O CREDITO DA PRIMEIRA
      *                  PARCELA (AS SEGUINTES A CADA 30 DIAS) E
      *                  MAXIMO DE PARCELAS ACEITO
      *****************************************
       01  ADQ-LINHA.
           05 ADQ-CODIGO PIC 9(2).
           05 FILLER PIC X(1).
           05 ADQ-NOME PIC X(20).
           05 FILLER PIC X(1).
           05 ADQ-TAXA-VISTA PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 ADQ-TAXA-PARCELADO PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 ADQ-PRAZO-DIAS PIC 9(3).
           05 FILLER PIC X(1).
           05 ADQ-MAX-PARCELAS PIC 9(2).
