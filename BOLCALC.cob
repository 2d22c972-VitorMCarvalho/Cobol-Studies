       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLCALC.
      *************************************
      *OBJETIVO: MODULO DE CALCULO DO BOLETO BANCARIO, CHAMADO PELA
      *EMISSAO DO BOLETO IMPRESSO (BOLETO) E PELO EXTRATO DE
      *LEMBRETES DE VENCIMENTO (LEMBRETE): FATOR DE VENCIMENTO,
      *CODIGO DE BARRAS FEBRABAN DE 44 POSICOES (DV GERAL MODULO
      *11), LINHA DIGITAVEL (DV DOS CAMPOS MODULO 10) E DV DO NOSSO
      *NUMERO, VIA LINKAGE (BOLCALC-REG.CPY).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WS-DATA-BASE-FATOR PIC 9(8) VALUE 19971007.
           77 WS-DATA-NOVA-BASE PIC 9(8) VALUE 20250222.
           77 WS-CALC-TAM PIC 9(2).
           77 WS-CALC-I PIC 9(2).
           77 WS-CALC-PESO PIC 9(1).
           77 WS-CALC-PESO-MAX PIC 9(1).
           77 WS-CALC-PRODUTO PIC 9(2).
           77 WS-CALC-SOMA PIC 9(5).
           77 WS-CALC-QUOCIENTE PIC 9(5).
           77 WS-CALC-RESTO PIC 9(2).
           77 WS-CALC-DV PIC 9(1).

      *****************************************
      * NUMERO SOBRE O QUAL SE CALCULA O DIGITO VERIFICADOR,
      * ALINHADO A ESQUERDA COM WS-CALC-TAM POSICOES
      *****************************************
       01  WS-CALCULO.
           05 WS-CALC-NUMERO PIC X(43).
           05 WS-CALC-DIGITOS REDEFINES WS-CALC-NUMERO.
               10 WS-CALC-DIG PIC 9(1) OCCURS 43.

      *****************************************
      * CODIGO DE BARRAS FEBRABAN DE 44 POSICOES; CAMPO LIVRE NO
      * PADRAO DE COBRANCA DO BANCO: AGENCIA, CARTEIRA, NOSSO
      * NUMERO, CONTA E ZERO
      *****************************************
       01  WS-CODIGO-BARRAS.
           05 WS-CB-BANCO PIC 9(3).
           05 WS-CB-MOEDA PIC 9(1) VALUE 9.
           05 WS-CB-DV PIC 9(1).
           05 WS-CB-FATOR PIC 9(4).
           05 WS-CB-VALOR PIC 9(8)V99.
           05 WS-CB-CAMPO-LIVRE.
               10 WS-CB-AGENCIA PIC 9(4).
               10 WS-CB-CARTEIRA PIC 9(2).
               10 WS-CB-NOSSO-NUMERO PIC 9(11).
               10 WS-CB-CONTA PIC 9(7).
               10 FILLER PIC 9(1) VALUE ZERO.

       01  WS-LINHA-DIGITAVEL.
           05 WS-LD-CAMPO1 PIC X(9).
           05 WS-LD-DV1 PIC 9(1).
           05 WS-LD-CAMPO2 PIC X(10).
           05 WS-LD-DV2 PIC 9(1).
           05 WS-LD-CAMPO3 PIC X(10).
           05 WS-LD-DV3 PIC 9(1).
           05 WS-LD-DV-GERAL PIC 9(1).
           05 WS-LD-FATOR-VALOR PIC X(14).

           COPY "CALNEG-REG.CPY".

       LINKAGE SECTION.
           COPY "BOLCALC-REG.CPY".

       PROCEDURE DIVISION USING BLC-AREA.
       0001-PRINCIPAL.
           PERFORM 1000-CALCULAR-FATOR.
           PERFORM 2000-MONTAR-CODIGO-BARRAS.
           PERFORM 3000-MONTAR-LINHA-DIGITAVEL.
           PERFORM 4000-DV-NOSSO-NUMERO.

           GOBACK.

      *****************************************
      * FATOR DE VENCIMENTO: DIAS CORRIDOS DESDE 07/10/1997; A
      * PARTIR DE 22/02/2025 O FATOR RECOMECA EM 1000
      *****************************************
       1000-CALCULAR-FATOR.
           SET CAL-FUNCAO-DIFERENCA TO TRUE.
           MOVE ZEROS TO CAL-FILIAL.
           MOVE BLC-VENCIMENTO TO CAL-DATA-2.

           IF BLC-VENCIMENTO NOT < WS-DATA-NOVA-BASE
               MOVE WS-DATA-NOVA-BASE TO CAL-DATA
               CALL "CALNEG" USING CAL-AREA
               COMPUTE WS-CB-FATOR = CAL-DIAS + 1000
           ELSE
               MOVE WS-DATA-BASE-FATOR TO CAL-DATA
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-CB-FATOR
           END-IF.

      *****************************************
      * CODIGO DE BARRAS: BANCO, MOEDA 9, DV GERAL, FATOR, VALOR E
      * CAMPO LIVRE. DV GERAL MODULO 11 (PESOS 2 A 9) SOBRE AS 43
      * DEMAIS POSICOES; RESTO 0 OU 1 DA DV 1
      *****************************************
       2000-MONTAR-CODIGO-BARRAS.
           MOVE BLC-BANCO TO WS-CB-BANCO.
           MOVE ZERO TO WS-CB-DV.
           MOVE BLC-VALOR TO WS-CB-VALOR.
           MOVE BLC-AGENCIA TO WS-CB-AGENCIA.
           MOVE BLC-CARTEIRA TO WS-CB-CARTEIRA.
           MOVE BLC-NOSSO-NUMERO TO WS-CB-NOSSO-NUMERO.
           MOVE BLC-CONTA TO WS-CB-CONTA.

           MOVE SPACES TO WS-CALC-NUMERO.
           MOVE WS-CODIGO-BARRAS(1:4) TO WS-CALC-NUMERO(1:4).
           MOVE WS-CODIGO-BARRAS(6:39) TO WS-CALC-NUMERO(5:39).
           MOVE 43 TO WS-CALC-TAM.
           MOVE 9 TO WS-CALC-PESO-MAX.
           PERFORM 9200-MODULO-11.

           IF WS-CALC-RESTO < 2
               MOVE 1 TO WS-CB-DV
           ELSE
               COMPUTE WS-CB-DV = 11 - WS-CALC-RESTO
           END-IF.

           MOVE WS-CODIGO-BARRAS TO BLC-CODIGO-BARRAS.

      *****************************************
      * LINHA DIGITAVEL: CAMPO 1 = BANCO, MOEDA E POSICOES 1 A 5 DO
      * CAMPO LIVRE; CAMPOS 2 E 3 = POSICOES 6 A 15 E 16 A 25;
      * CADA UM COM DV MODULO 10; CAMPO 4 = DV GERAL; CAMPO 5 =
      * FATOR E VALOR
      *****************************************
       3000-MONTAR-LINHA-DIGITAVEL.
           MOVE WS-CODIGO-BARRAS(1:4) TO WS-LD-CAMPO1(1:4).
           MOVE WS-CODIGO-BARRAS(20:5) TO WS-LD-CAMPO1(5:5).
           MOVE WS-CODIGO-BARRAS(25:10) TO WS-LD-CAMPO2.
           MOVE WS-CODIGO-BARRAS(35:10) TO WS-LD-CAMPO3.
           MOVE WS-CB-DV TO WS-LD-DV-GERAL.
           MOVE WS-CODIGO-BARRAS(6:14) TO WS-LD-FATOR-VALOR.

           MOVE WS-LD-CAMPO1 TO WS-CALC-NUMERO.
           MOVE 9 TO WS-CALC-TAM.
           PERFORM 9100-MODULO-10.
           MOVE WS-CALC-DV TO WS-LD-DV1.

           MOVE WS-LD-CAMPO2 TO WS-CALC-NUMERO.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM 9100-MODULO-10.
           MOVE WS-CALC-DV TO WS-LD-DV2.

           MOVE WS-LD-CAMPO3 TO WS-CALC-NUMERO.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM 9100-MODULO-10.
           MOVE WS-CALC-DV TO WS-LD-DV3.

           MOVE SPACES TO BLC-LINHA-DIGITAVEL.
           STRING WS-LD-CAMPO1(1:5) "." WS-LD-CAMPO1(6:4) WS-LD-DV1
               " " WS-LD-CAMPO2(1:5) "." WS-LD-CAMPO2(6:5) WS-LD-DV2
               " " WS-LD-CAMPO3(1:5) "." WS-LD-CAMPO3(6:5) WS-LD-DV3
               " " WS-LD-DV-GERAL " " WS-LD-FATOR-VALOR
               DELIMITED BY SIZE INTO BLC-LINHA-DIGITAVEL.

      *****************************************
      * DV DO NOSSO NUMERO: MODULO 11 (PESOS 2 A 7) SOBRE CARTEIRA
      * E NOSSO NUMERO; RESTO 0 DA DV 0 E RESTO 1 DA DV "P"
      *****************************************
       4000-DV-NOSSO-NUMERO.
           MOVE SPACES TO WS-CALC-NUMERO.
           MOVE WS-CB-CARTEIRA TO WS-CALC-NUMERO(1:2).
           MOVE WS-CB-NOSSO-NUMERO TO WS-CALC-NUMERO(3:11).
           MOVE 13 TO WS-CALC-TAM.
           MOVE 7 TO WS-CALC-PESO-MAX.
           PERFORM 9200-MODULO-11.

           EVALUATE WS-CALC-RESTO
               WHEN 0
                   MOVE "0" TO BLC-NN-DV
               WHEN 1
                   MOVE "P" TO BLC-NN-DV
               WHEN OTHER
                   COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO
                   MOVE WS-CALC-DV TO BLC-NN-DV
           END-EVALUATE.

      *****************************************
      * MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      * ESQUERDA, SOMANDO OS DIGITOS DO PRODUTO; DV = 10 MENOS O
      * RESTO DA SOMA POR 10 (RESTO 0 DA DV 0)
      *****************************************
       9100-MODULO-10.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE 2 TO WS-CALC-PESO.

           PERFORM VARYING WS-CALC-I FROM WS-CALC-TAM BY -1
                   UNTIL WS-CALC-I < 1
               COMPUTE WS-CALC-PRODUTO =
                   WS-CALC-DIG(WS-CALC-I) * WS-CALC-PESO
               IF WS-CALC-PRODUTO > 9
                   SUBTRACT 9 FROM WS-CALC-PRODUTO
               END-IF
               ADD WS-CALC-PRODUTO TO WS-CALC-SOMA
               IF WS-CALC-PESO = 2
                   MOVE 1 TO WS-CALC-PESO
               ELSE
                   MOVE 2 TO WS-CALC-PESO
               END-IF
           END-PERFORM.

           DIVIDE WS-CALC-SOMA BY 10 GIVING WS-CALC-QUOCIENTE
               REMAINDER WS-CALC-RESTO.
           IF WS-CALC-RESTO = ZEROS
               MOVE ZERO TO WS-CALC-DV
           ELSE
               COMPUTE WS-CALC-DV = 10 - WS-CALC-RESTO
           END-IF.

      *****************************************
      * MODULO 11: PESOS DE 2 ATE WS-CALC-PESO-MAX, RECOMECANDO EM
      * 2, DA DIREITA PARA A ESQUERDA; DEVOLVE O RESTO DA SOMA POR
      * 11 PARA A REGRA DE DV DE QUEM CHAMOU
      *****************************************
       9200-MODULO-11.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE 2 TO WS-CALC-PESO.

           PERFORM VARYING WS-CALC-I FROM WS-CALC-TAM BY -1
                   UNTIL WS-CALC-I < 1
               COMPUTE WS-CALC-PRODUTO =
                   WS-CALC-DIG(WS-CALC-I) * WS-CALC-PESO
               ADD WS-CALC-PRODUTO TO WS-CALC-SOMA
               IF WS-CALC-PESO >= WS-CALC-PESO-MAX
                   MOVE 2 TO WS-CALC-PESO
               ELSE
                   ADD 1 TO WS-CALC-PESO
               END-IF
           END-PERFORM.

           DIVIDE WS-CALC-SOMA BY 11 GIVING WS-CALC-QUOCIENTE
               REMAINDER WS-CALC-RESTO.

       END PROGRAM BOLCALC.
