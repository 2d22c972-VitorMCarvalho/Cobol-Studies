      *****************************************
      * CTBLAN-REG.CPY - LAYOUT DO ARQUIVO DE LANCAMENTOS CONTABEIS
      *                  DO DIA (CTBLAN) NO FORMATO DE IMPORTACAO DO
      *                  SISTEMA DE CONTABILIDADE, GERADO PELO CTBDIA:
      *                  POSICIONAL, 100 BYTES POR LINHA, UM REGISTRO
      *                  "H" DE CABECALHO COM A DATA DO MOVIMENTO,
      *                  DUAS LINHAS "L" POR LANCAMENTO (A DEBITO E A
      *                  CREDITO, MESMO CTB-NUMERO) E UM REGISTRO "T"
      *                  FINAL COM A QUANTIDADE DE LINHAS "L" E OS
      *                  TOTAIS A DEBITO E A CREDITO, SEMPRE IGUAIS.
      *                  VALORES SEM VIRGULA COM 2 DECIMAIS IMPLICITAS
      *****************************************
       01  CTB-REGISTRO.
           05 CTB-TIPO PIC X(1).
               88 CTB-CABECALHO VALUE "H".
               88 CTB-LANCAMENTO VALUE "L".
               88 CTB-TRAILER VALUE "T".
           05 CTB-DETALHE.
               10 CTB-DATA PIC 9(8).
               10 CTB-NUMERO PIC 9(6).
               10 CTB-FILIAL PIC 9(3).
               10 CTB-CONTA PIC X(20).
               10 CTB-NATUREZA PIC X(1).
                   88 CTB-DEBITO VALUE "D".
                   88 CTB-CREDITO VALUE "C".
               10 CTB-VALOR PIC 9(13)V99.
               10 CTB-EVENTO PIC X(6).
               10 CTB-HISTORICO PIC X(40).
           05 CTB-CAB REDEFINES CTB-DETALHE.
               10 CTB-CAB-DATA PIC 9(8).
               10 CTB-CAB-ORIGEM PIC X(8).
               10 CTB-CAB-GERACAO PIC 9(8).
               10 FILLER PIC X(75).
           05 CTB-TRL REDEFINES CTB-DETALHE.
               10 CTB-TRL-DATA PIC 9(8).
               10 CTB-TRL-LINHAS PIC 9(6).
               10 CTB-TRL-DEBITOS PIC 9(13)V99.
               10 CTB-TRL-CREDITOS PIC 9(13)V99.
               10 FILLER PIC X(55).
