      *****************************************
      * COMAPUR-REG.CPY - LAYOUT DO RESULTADO DA APURACAO MENSAL DE
      *                   COMISSOES (COMAPUR), REGRAVADO A CADA
      *                   EXECUCAO DO COMISSAO: UM REGISTRO "H" COM O
      *                   ANO/MES, UM "D" POR VENDEDOR COM A COMISSAO
      *                   BRUTA (ANTES DO CLAWBACK) E O CLAWBACK, E UM
      *                   "T" FINAL COM OS TOTAIS DO RELCOMIS E A
      *                   SITUACAO (C = COMPLETA, I = TABELA ESTOURADA)
      *****************************************
       01  CAP-LINHA.
           05 CAP-TIPO PIC X(1).
               88 CAP-CABECALHO VALUE "H".
               88 CAP-DETALHE VALUE "D".
               88 CAP-TRAILER VALUE "T".
           05 FILLER PIC X(1).
           05 CAP-PERIODO PIC 9(6).
           05 FILLER PIC X(1).
           05 CAP-VENDEDOR PIC 9(4).
           05 FILLER PIC X(1).
           05 CAP-COMISSAO-BRUTA PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 CAP-CLAWBACK PIC 9(10)V99.
           05 FILLER PIC X(1).
           05 CAP-SITUACAO PIC X(1).
               88 CAP-COMPLETA VALUE "C".
               88 CAP-INCOMPLETA VALUE "I".
