      *                   RECEBER (AGINGSNP): SALDOS EM ABERTO POR
      *                   CLIENTE E FAIXA DE ATRASO NA VIRADA DO MES
      *                   (1=A VENCER 2=1-30 3=31-60 4=61-90 5=90+),
      *                   GRAVADA PELO AGESNAP E LIDA PELO AGETREND.
      *                   SNP-FAIXA-NEGATIVADO E A PARTE DE CADA FAIXA
      *                   EM TITULOS COM NEGATIVACAO CONFIRMADA NO
      *                   BIROU, PROVISIONADA INTEGRALMENTE NA PDD
      *                   (PDDMES)
      *****************************************
       01  SNP-REGISTRO.
           05 SNP-CHAVE.
               10 SNP-CLIENTE PIC 9(6).
           05 SNP-FAIXAS.
               10 SNP-FAIXA-TOTAL PIC 9(9)V99 OCCURS 5 TIMES.
           05 SNP-NEGATIVADOS.
               10 SNP-FAIXA-NEGATIVADO PIC 9(9)V99 OCCURS 5 TIMES.
