      *CONTAS A RECEBER (CTRECEB): AGRUPA OS SALDOS POR VENCIMENTO
      *EM BALDES SEMANAIS (ESTA SEMANA COM OS VENCIDOS, PROXIMA, +2,
      *+3 E ALEM), COM AS FRONTEIRAS DAS SEMANAS ROLADAS PARA DIA
      *UTIL PELO CALENDARIO (CALNEG). O TITULO A VENCER QUE CAI EM
      *FERIADO OU FIM DE SEMANA ENTRA NO BALDE DO PROXIMO DIA UTIL
      *DA FILIAL DO CLIENTE (CADCLI), QUANDO O DINHEIRO DE FATO
      *ENTRA. A SEGUNDA SECAO DESCONTA DE
      *CADA TITULO A TAXA HISTORICA DE INADIMPLENCIA DA SUA FAIXA DE
      *ATRASO (FLUXCFG: CINCO PERCENTUAIS, DE A VENCER A MAIS DE 90
      *DIAS) E MOSTRA O RECEBIMENTO ESPERADO ALEM DO BRUTO, EM
      *RELFLUXO. AO LADO DO CTRECEB ENTRAM AS PARCELAS EM ABERTO DA
      *AGENDA DE RECEBIVEIS DE CARTAO (CARTREC), PELO LIQUIDO DA
      *TAXA E NA SEMANA DA DATA PREVISTA DO CREDITO DA ADQUIRENTE
      *(ATRASADAS NA SEMANA CORRENTE), SEM DESCONTO DE INADIMPLENCIA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CONFIG-FLUXO ASSIGN TO "FLUXCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FLUXCFG.
               SELECT RELATORIO-FLUXO ASSIGN TO "RELFLUXO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELFLUXO.

               SELECT AGENDA-CARTOES ASSIGN TO "CARTREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CRC-CHAVE
                   ALTERNATE RECORD KEY IS CRC-DATA-PREVISTA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CARTREC.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONFIG-FLUXO
               LABEL RECORD IS STANDARD.
           01  FLX-LINHA.
               LABEL RECORD IS STANDARD.
           01  RFL-LINHA PIC X(100).

           FD  AGENDA-CARTOES
               LABEL RECORD IS STANDARD.
               COPY "CARTREC-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-FLUXCFG PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-CLIENTES-SW PIC X(1) VALUE "N".
               88 CLIENTES-DISPONIVEL VALUE "S".
           77 WS-CLIENTE-ANTERIOR PIC 9(6) VALUE ZEROS.
           77 WS-FILIAL-CLIENTE PIC 9(3) VALUE ZEROS.
           77 WS-VENCIMENTO-EFETIVO PIC 9(8).
           77 WS-FS-RELFLUXO PIC X(2) VALUE "00".
           77 WS-SEMANA PIC 9(1).
           77 WS-SEMANA-I PIC 9(1).
           77 WS-TOTAL-BRUTO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-ESPERADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-FS-CARTREC PIC X(2) VALUE "00".
           77 WS-CARTAO-EDITADO PIC Z(8)9,99.
           77 WS-SOMA-EDITADO PIC Z(9)9,99.
           77 WS-SOMA-SEMANA PIC 9(11)V99.
           77 WS-TOTAL-CARTAO PIC 9(11)V99 VALUE ZEROS.
           77 WS-ADQ-I PIC 9(3).
           01 WS-TAXAS-FAIXA.
               05 WS-TAXA-INADIMPL PIC 9(2)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-BALDES-ESPERADO.
               05 WS-ESPERADO-SEMANA PIC 9(10)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-CARTAO-ADQUIRENTES.
               05 WS-CARTAO-ADQ PIC 9(10)V99 OCCURS 99 TIMES
                   VALUE ZEROS.
           01 WS-BALDES-CARTAO.
               05 WS-CARTAO-SEMANA PIC 9(10)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-NOMES-SEMANAS.
               05 FILLER PIC X(12) VALUE "ESTA SEMANA ".
               05 FILLER PIC X(12) VALUE "PROX SEMANA ".
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-CTRECEB NOT = "00".
           PERFORM 3000-LER-AGENDA-CARTAO
               UNTIL WS-FS-CARTREC NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.
           PERFORM 1100-CARREGAR-TAXAS.
           PERFORM 1200-CALCULAR-FRONTEIRAS.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               SET CLIENTES-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-CADCLI.

           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE"
               MOVE "10" TO WS-FS-CTRECEB
           END-IF.

           OPEN INPUT AGENDA-CARTOES.
           IF WS-FS-CARTREC NOT = "00"
               DISPLAY "AGENDA DE CARTOES CARTREC AUSENTE - FLUXO SEM "
                   "RECEBIVEIS DE CARTAO"
               MOVE "10" TO WS-FS-CARTREC
           END-IF.

           OPEN OUTPUT RELATORIO-FLUXO.

           MOVE SPACES TO RFL-LINHA.
      *****************************************
      * FRONTEIRAS DAS SEMANAS: DATA DE MOVIMENTO MAIS 7, 14, 21 E
      * 28 DIAS CORRIDOS, CADA UMA ROLADA PARA O PROXIMO DIA UTIL
      * QUANDO CAI EM FERIADO NACIONAL OU FIM DE SEMANA
      *****************************************
       1200-CALCULAR-FRONTEIRAS.
           MOVE ZEROS TO CAL-FILIAL.
           PERFORM VARYING WS-SEMANA-I FROM 1 BY 1
                   UNTIL WS-SEMANA-I > 4
               SET CAL-FUNCAO-SOMAR TO TRUE
           END-READ.

       2100-CLASSIFICAR-TITULO.
           PERFORM 2050-AJUSTAR-VENCIMENTO.

           EVALUATE TRUE
               WHEN WS-VENCIMENTO-EFETIVO <= WS-FIM-SEMANA(1)
                   MOVE 1 TO WS-SEMANA
               WHEN WS-VENCIMENTO-EFETIVO <= WS-FIM-SEMANA(2)
                   MOVE 2 TO WS-SEMANA
               WHEN WS-VENCIMENTO-EFETIVO <= WS-FIM-SEMANA(3)
                   MOVE 3 TO WS-SEMANA
               WHEN WS-VENCIMENTO-EFETIVO <= WS-FIM-SEMANA(4)
                   MOVE 4 TO WS-SEMANA
               WHEN OTHER
                   MOVE 5 TO WS-SEMANA
           ADD REC-SALDO TO WS-TOTAL-BRUTO.
           ADD WS-ESPERADO TO WS-TOTAL-ESPERADO.

      *****************************************
      * TITULO A VENCER: ROLA O VENCIMENTO PARA O PROXIMO DIA UTIL
      * NO CALENDARIO DA FILIAL DO CLIENTE (FERIADOS NACIONAIS MAIS
      * OS MUNICIPAIS DA FILIAL). O CTRECEB VEM EM ORDEM DE CLIENTE,
      * ENTAO O CADASTRO SO E LIDO NA TROCA DE CLIENTE
      *****************************************
       2050-AJUSTAR-VENCIMENTO.
           MOVE REC-VENCIMENTO TO WS-VENCIMENTO-EFETIVO.

           IF REC-CLIENTE NOT = WS-CLIENTE-ANTERIOR
               MOVE REC-CLIENTE TO WS-CLIENTE-ANTERIOR
               MOVE ZEROS TO WS-FILIAL-CLIENTE
               IF CLIENTES-DISPONIVEL
                   MOVE REC-CLIENTE TO CLI-CODIGO
                   READ CADASTRO-CLIENTES
                       NOT INVALID KEY
                           MOVE CLI-FILIAL TO WS-FILIAL-CLIENTE
                   END-READ
                   MOVE "00" TO WS-FS-CADCLI
               END-IF
           END-IF.

           IF REC-VENCIMENTO >= DMV-DATA
               SET CAL-FUNCAO-DIA-UTIL TO TRUE
               MOVE REC-VENCIMENTO TO CAL-DATA
               MOVE WS-FILIAL-CLIENTE TO CAL-FILIAL
               CALL "CALNEG" USING CAL-AREA
               IF CAL-NAO
                   SET CAL-FUNCAO-PROXIMO TO TRUE
                   CALL "CALNEG" USING CAL-AREA
                   MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO-EFETIVO
               END-IF
               MOVE ZEROS TO CAL-FILIAL
           END-IF.

      *****************************************
      * PARCELA DE CARTAO EM ABERTO: SEMANA PELA DATA PREVISTA (JA
      * EM DIA UTIL), PELO VALOR LIQUIDO
      *****************************************
       3000-LER-AGENDA-CARTAO.
           READ AGENDA-CARTOES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CARTREC
               NOT AT END
                   IF CRC-ABERTA AND CRC-VALOR-LIQUIDO > ZEROS
                       PERFORM 3100-CLASSIFICAR-PARCELA
                   END-IF
           END-READ.

       3100-CLASSIFICAR-PARCELA.
           EVALUATE TRUE
               WHEN CRC-DATA-PREVISTA <= WS-FIM-SEMANA(1)
                   MOVE 1 TO WS-SEMANA
               WHEN CRC-DATA-PREVISTA <= WS-FIM-SEMANA(2)
                   MOVE 2 TO WS-SEMANA
               WHEN CRC-DATA-PREVISTA <= WS-FIM-SEMANA(3)
                   MOVE 3 TO WS-SEMANA
               WHEN CRC-DATA-PREVISTA <= WS-FIM-SEMANA(4)
                   MOVE 4 TO WS-SEMANA
               WHEN OTHER
                   MOVE 5 TO WS-SEMANA
           END-EVALUATE.

           ADD CRC-VALOR-LIQUIDO TO WS-CARTAO-SEMANA(WS-SEMANA).
           ADD CRC-VALOR-LIQUIDO TO WS-TOTAL-CARTAO.
           IF CRC-ADQUIRENTE > ZEROS
               ADD CRC-VALOR-LIQUIDO TO WS-CARTAO-ADQ(CRC-ADQUIRENTE)
           END-IF.

       2200-APURAR-FAIXA-ATRASO.
           IF REC-VENCIMENTO >= DMV-DATA
               MOVE 1 TO WS-FAIXA
       9000-FINALIZAR.
           MOVE "RECEBIMENTOS BRUTOS POR SEMANA" TO RFL-LINHA.
           WRITE RFL-LINHA.
           MOVE SPACES TO RFL-LINHA.
           STRING "                    CTRECEB   CARTAO LIQ"
               "         TOTAL"
               DELIMITED BY SIZE INTO RFL-LINHA.
           WRITE RFL-LINHA.

           PERFORM VARYING WS-SEMANA-I FROM 1 BY 1
                   UNTIL WS-SEMANA-I > 5
               MOVE WS-BRUTO-SEMANA(WS-SEMANA-I) TO WS-BRUTO-EDITADO
               MOVE WS-CARTAO-SEMANA(WS-SEMANA-I) TO WS-CARTAO-EDITADO
               COMPUTE WS-SOMA-SEMANA = WS-BRUTO-SEMANA(WS-SEMANA-I)
                   + WS-CARTAO-SEMANA(WS-SEMANA-I)
               MOVE WS-SOMA-SEMANA TO WS-SOMA-EDITADO
               MOVE SPACES TO RFL-LINHA
               STRING "  " WS-NOME-SEMANA(WS-SEMANA-I) " "
                   WS-BRUTO-EDITADO " " WS-CARTAO-EDITADO " "
                   WS-SOMA-EDITADO
                   DELIMITED BY SIZE INTO RFL-LINHA
               WRITE RFL-LINHA
           END-PERFORM.
           STRING "  TOTAL BRUTO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RFL-LINHA.
           WRITE RFL-LINHA.
           MOVE WS-TOTAL-CARTAO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RFL-LINHA.
           STRING "  TOTAL CARTAO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RFL-LINHA.
           WRITE RFL-LINHA.
           PERFORM VARYING WS-ADQ-I FROM 1 BY 1
                   UNTIL WS-ADQ-I > 99
               IF WS-CARTAO-ADQ(WS-ADQ-I) > ZEROS
                   MOVE WS-CARTAO-ADQ(WS-ADQ-I) TO WS-CARTAO-EDITADO
                   MOVE SPACES TO RFL-LINHA
                   STRING "    ADQUIRENTE " WS-ADQ-I ": "
                       WS-CARTAO-EDITADO
                       DELIMITED BY SIZE INTO RFL-LINHA
                   WRITE RFL-LINHA
               END-IF
           END-PERFORM.

           MOVE "RECEBIMENTOS ESPERADOS (DESCONTADA A INADIMPLENCIA "
               TO RFL-LINHA.
           MOVE "HISTORICA POR FAIXA DE ATRASO)" TO RFL-LINHA.
           WRITE RFL-LINHA.

           MOVE SPACES TO RFL-LINHA.
           STRING "                    CTRECEB   CARTAO LIQ"
               "         TOTAL"
               DELIMITED BY SIZE INTO RFL-LINHA.
           WRITE RFL-LINHA.

           PERFORM VARYING WS-SEMANA-I FROM 1 BY 1
                   UNTIL WS-SEMANA-I > 5
               MOVE WS-ESPERADO-SEMANA(WS-SEMANA-I) TO
                   WS-LIQUIDO-EDITADO
               MOVE WS-CARTAO-SEMANA(WS-SEMANA-I) TO WS-CARTAO-EDITADO
               COMPUTE WS-SOMA-SEMANA = WS-ESPERADO-SEMANA(WS-SEMANA-I)
                   + WS-CARTAO-SEMANA(WS-SEMANA-I)
               MOVE WS-SOMA-SEMANA TO WS-SOMA-EDITADO
               MOVE SPACES TO RFL-LINHA
               STRING "  " WS-NOME-SEMANA(WS-SEMANA-I) " "
                   WS-LIQUIDO-EDITADO " " WS-CARTAO-EDITADO " "
                   WS-SOMA-EDITADO
                   DELIMITED BY SIZE INTO RFL-LINHA
               WRITE RFL-LINHA
           END-PERFORM.
           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-CARTREC = "10"
               CLOSE AGENDA-CARTOES
           END-IF.
           IF CLIENTES-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE RELATORIO-FLUXO.

           DISPLAY "PROJECAO GRAVADA NO ARQUIVO RELFLUXO".
