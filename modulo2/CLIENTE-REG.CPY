      * DIREITA (PESSOA FISICA) OU CNPJ DE 14 DIGITOS (JURIDICA),
      * CONFORME CLI-TIPO-PESSOA; PARA JURIDICA O CLI-NOME GUARDA A
      * RAZAO SOCIAL
      * CLI-SCORE E O SCORE COMPORTAMENTAL DE CREDITO (0 A 1000) DA
      * RODADA MENSAL DO CLISCORE, COM A FAIXA (A MELHOR ... E PIOR)
      * E A DATA DO CALCULO; ZEROS/ESPACO = AINDA NAO CALCULADO
      * CLI-GRUPO E O GRUPO ECONOMICO (GRPMST) DA PESSOA JURIDICA;
      * ZEROS = SEM GRUPO
      *****************************************
       01  CLI-REGISTRO.
           05 CLI-CODIGO PIC 9(6).
               88 CLI-SEM-CONSENTIMENTO VALUE " ".
           05 CLI-DATA-CONSENTIMENTO PIC 9(8).
           05 CLI-CANAL-CONSENTIMENTO PIC X(1).
           05 CLI-SCORE PIC 9(4).
           05 CLI-FAIXA-SCORE PIC X(1).
           05 CLI-DATA-SCORE PIC 9(8).
           05 CLI-GRUPO PIC 9(4).
