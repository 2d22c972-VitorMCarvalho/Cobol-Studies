       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVROLL.
      *************************************
      *OBJETIVO: EVOLUCAO MENSAL DO VALOR DO ESTOQUE PARA A
      *CONTABILIDADE: PARA O ANO/MES INFORMADO IMPRIME EM RELINVRF,
      *POR PRODUTO E NO TOTAL, O VALOR DE ABERTURA (FOTO INVSNAP DO
      *MES ANTERIOR), MAIS RECEBIMENTOS (RECEBMER), MENOS CUSTO DAS
      *VENDAS (VENDAS DO PROJETO5), MAIS DEVOLUCOES (ESTORNOS DO
      *PROJETO5), MAIS OU MENOS AJUSTES (ESTQAJU, INVCONT, VENDAMND E
      *IMPLANTACAO), IGUAL AO FECHAMENTO CALCULADO, CONFRONTADO COM A
      *FOTO DO PROPRIO MES; DIFERENCA SAI MARCADA COM *. OS
      *MOVIMENTOS VEM DO MOVEST, VALORIZADOS PELO CUSTO UNITARIO
      *GRAVADO EM CADA LINHA. O ANO/MES VEM DO CHAMADOR OU DA LINHA
      *DE COMANDO (AAAAMM); SEM PARAMETRO VALE O MES ANTERIOR AO DA
      *DATA DE MOVIMENTO (O ULTIMO FECHADO).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FOTOS-ESTOQUE ASSIGN TO "INVSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ISN-CHAVE
                   FILE STATUS IS WS-FS-INVSNAP.

               SELECT MOVIMENTO-ESTOQUE ASSIGN TO "MOVEST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVEST.

               SELECT RELATORIO-EVOLUCAO ASSIGN TO "RELINVRF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELINVRF.
       DATA DIVISION.
           FILE SECTION.
           FD  FOTOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "INVSNP-REG.CPY".

           FD  MOVIMENTO-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "MOVEST-REG.CPY".

           FD  RELATORIO-EVOLUCAO
               LABEL RECORD IS STANDARD.
           01  RIV-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-INVSNAP PIC X(2) VALUE "00".
           77 WS-FS-MOVEST PIC X(2) VALUE "00".
           77 WS-FS-RELINVRF PIC X(2) VALUE "00".
           77 WS-PERIODO-NUM PIC 9(6).
           77 WS-ANO-ANTERIOR PIC 9(4).
           77 WS-MES-ANTERIOR PIC 9(2).
           77 WS-ANO-LIDO PIC 9(4).
           77 WS-MES-LIDO PIC 9(2).
           77 WS-PRODUTO PIC 9(6).
           77 WS-VALOR-MOVTO PIC S9(11)V99.
           77 WS-CALCULADO PIC S9(11)V99.
           77 WS-DIFERENCA PIC S9(11)V99.
           77 WS-MARCA PIC X(1).
           77 WS-CONT-PRODUTOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-DIVERGENTES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-ED-ABERTURA PIC -Z(9)9,99.
           77 WS-ED-RECEBIDO PIC -Z(9)9,99.
           77 WS-ED-CMV PIC -Z(9)9,99.
           77 WS-ED-DEVOLVIDO PIC -Z(9)9,99.
           77 WS-ED-AJUSTE PIC -Z(9)9,99.
           77 WS-ED-CALCULADO PIC -Z(9)9,99.
           77 WS-ED-FOTO PIC -Z(9)9,99.
           77 WS-ED-DIFERENCA PIC -Z(9)9,99.
           77 WS-FOTO-SW PIC X(1).
               88 FOTO-ABERTURA VALUE "A".
               88 FOTO-FECHAMENTO VALUE "F".
           77 WS-PRD-I PIC 9(4).
           77 WS-PRD-QTD PIC 9(4) VALUE ZEROS.
           77 WS-PRD-ACHOU PIC X(1).
               88 PRODUTO-ACHADO VALUE "S".
               88 PRODUTO-NAO-ACHADO VALUE "N".
           77 WS-TABELA-CHEIA-SW PIC X(1) VALUE "N".
               88 TABELA-CHEIA VALUE "S".
               88 TABELA-COM-ESPACO VALUE "N".
           01 WS-PRODUTOS-TABELA.
               05 WS-PRD-ITEM OCCURS 2000 TIMES.
                   10 WS-PRD-TAB-CODIGO PIC 9(6).
                   10 WS-PRD-TAB-VALORES.
                       15 WS-PRD-TAB-ABERTURA PIC S9(11)V99.
                       15 WS-PRD-TAB-RECEBIDO PIC S9(11)V99.
                       15 WS-PRD-TAB-CMV PIC S9(11)V99.
                       15 WS-PRD-TAB-DEVOLVIDO PIC S9(11)V99.
                       15 WS-PRD-TAB-AJUSTE PIC S9(11)V99.
                       15 WS-PRD-TAB-FOTO PIC S9(11)V99.
           01 WS-TOTAIS.
               05 WS-TOT-ABERTURA PIC S9(13)V99.
               05 WS-TOT-RECEBIDO PIC S9(13)V99.
               05 WS-TOT-CMV PIC S9(13)V99.
               05 WS-TOT-DEVOLVIDO PIC S9(13)V99.
               05 WS-TOT-AJUSTE PIC S9(13)V99.
               05 WS-TOT-FOTO PIC S9(13)V99.
           01 WS-DATA-MOVTO PIC 9(8).
           01 WS-DATA-MOVTO-DESM REDEFINES WS-DATA-MOVTO.
               05 WS-DMV-PERIODO PIC 9(6).
               05 WS-DMV-DIA PIC 9(2).
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-REL.
               05 WS-PR-ANO PIC 9(4).
               05 WS-PR-MES PIC 9(2).
           COPY "DATMOV-REG.CPY".

       LINKAGE SECTION.
           77 LK-PERIODO PIC X(6).

       PROCEDURE DIVISION USING LK-PERIODO.
       0001-PRINCIPAL.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.

           IF WS-PERIODO-PARM IS NOT NUMERIC
                   OR WS-PERIODO-PARM = ZEROS
               MOVE LK-PERIODO TO WS-PERIODO-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-FOTOS.
           PERFORM 3000-CARREGAR-MOVIMENTOS.
           PERFORM 4000-IMPRIMIR-PRODUTOS.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-REL
           ELSE
               IF WS-DM-MES = 1
                   COMPUTE WS-PR-ANO = WS-DM-ANO - 1
                   MOVE 12 TO WS-PR-MES
               ELSE
                   MOVE WS-DM-ANO TO WS-PR-ANO
                   COMPUTE WS-PR-MES = WS-DM-MES - 1
               END-IF
           END-IF.
           MOVE WS-PERIODO-REL TO WS-PERIODO-NUM.

           IF WS-PR-MES = 1
               COMPUTE WS-ANO-ANTERIOR = WS-PR-ANO - 1
               MOVE 12 TO WS-MES-ANTERIOR
           ELSE
               MOVE WS-PR-ANO TO WS-ANO-ANTERIOR
               COMPUTE WS-MES-ANTERIOR = WS-PR-MES - 1
           END-IF.

           MOVE ZEROS TO WS-TOTAIS.

           OPEN OUTPUT RELATORIO-EVOLUCAO.

           MOVE SPACES TO RIV-LINHA.
           STRING "EVOLUCAO DO VALOR DO ESTOQUE - PERIODO " WS-PR-ANO
               "/" WS-PR-MES " - EMITIDO EM " DMV-DATA
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.
           MOVE SPACES TO RIV-LINHA.
           STRING "PRODUTO       ABERTURA    +RECEBIMENTOS"
               "   -CUSTO VENDAS     +DEVOLUCOES        +/-AJUSTES"
               "     =CALCULADO     FOTO DO MES       DIFERENCA"
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

      *****************************************
      * ABERTURA = FOTO DO MES ANTERIOR; FECHAMENTO = FOTO DO MES
      *****************************************
       2000-CARREGAR-FOTOS.
           OPEN INPUT FOTOS-ESTOQUE.
           IF WS-FS-INVSNAP NOT = "00"
               DISPLAY "FOTOS DO ESTOQUE INVSNAP AUSENTES"
           ELSE
               SET FOTO-ABERTURA TO TRUE
               MOVE WS-ANO-ANTERIOR TO WS-ANO-LIDO
               MOVE WS-MES-ANTERIOR TO WS-MES-LIDO
               PERFORM 2100-LER-FOTO-PERIODO

               SET FOTO-FECHAMENTO TO TRUE
               MOVE WS-PR-ANO TO WS-ANO-LIDO
               MOVE WS-PR-MES TO WS-MES-LIDO
               PERFORM 2100-LER-FOTO-PERIODO

               CLOSE FOTOS-ESTOQUE
           END-IF.
           MOVE "00" TO WS-FS-INVSNAP.

       2100-LER-FOTO-PERIODO.
           MOVE WS-ANO-LIDO TO ISN-ANO.
           MOVE WS-MES-LIDO TO ISN-MES.
           MOVE ZEROS TO ISN-PRODUTO.
           START FOTOS-ESTOQUE KEY IS NOT LESS THAN ISN-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-INVSNAP
           END-START.

           PERFORM 2200-LER-FOTO
               UNTIL WS-FS-INVSNAP NOT = "00".
           MOVE "00" TO WS-FS-INVSNAP.

       2200-LER-FOTO.
           READ FOTOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-INVSNAP
               NOT AT END
                   IF ISN-ANO NOT = WS-ANO-LIDO
                           OR ISN-MES NOT = WS-MES-LIDO
                       MOVE "10" TO WS-FS-INVSNAP
                   ELSE
                       MOVE ISN-PRODUTO TO WS-PRODUTO
                       PERFORM 5000-LOCALIZAR-PRODUTO
                       IF PRODUTO-ACHADO
                           IF FOTO-ABERTURA
                               ADD ISN-VALOR TO
                                   WS-PRD-TAB-ABERTURA(WS-PRD-I)
                           ELSE
                               ADD ISN-VALOR TO
                                   WS-PRD-TAB-FOTO(WS-PRD-I)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * MOVIMENTOS DO MES, VALORIZADOS PELO CUSTO DE CADA LINHA E
      * CLASSIFICADOS PELA ORIGEM: RECEBMER = RECEBIMENTO, VENDA DO
      * PROJETO5 = CUSTO DAS VENDAS, ESTORNO DO PROJETO5 =
      * DEVOLUCAO, DEMAIS ORIGENS = AJUSTE COM SINAL
      *****************************************
       3000-CARREGAR-MOVIMENTOS.
           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST = "00"
               PERFORM 3100-LER-MOVIMENTO
                   UNTIL WS-FS-MOVEST NOT = "00"
               CLOSE MOVIMENTO-ESTOQUE
           ELSE
               DISPLAY "MOVIMENTO DE ESTOQUE MOVEST AUSENTE"
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

       3100-LER-MOVIMENTO.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   MOVE MVE-DATA TO WS-DATA-MOVTO
                   IF WS-DMV-PERIODO = WS-PERIODO-NUM
                       MOVE MVE-PRODUTO TO WS-PRODUTO
                       PERFORM 5000-LOCALIZAR-PRODUTO
                       IF PRODUTO-ACHADO
                           PERFORM 3200-CLASSIFICAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       3200-CLASSIFICAR-MOVIMENTO.
           COMPUTE WS-VALOR-MOVTO = MVE-QUANTIDADE * MVE-CUSTO.

           EVALUATE TRUE
               WHEN MVE-ORIGEM = "RECEBMER"
                   ADD WS-VALOR-MOVTO TO WS-PRD-TAB-RECEBIDO(WS-PRD-I)
               WHEN MVE-ORIGEM = "PROJETO5" AND MVE-SAIDA
                   ADD WS-VALOR-MOVTO TO WS-PRD-TAB-CMV(WS-PRD-I)
               WHEN MVE-ORIGEM = "PROJETO5"
                   ADD WS-VALOR-MOVTO TO
                       WS-PRD-TAB-DEVOLVIDO(WS-PRD-I)
               WHEN MVE-SAIDA
                   SUBTRACT WS-VALOR-MOVTO FROM
                       WS-PRD-TAB-AJUSTE(WS-PRD-I)
               WHEN OTHER
                   ADD WS-VALOR-MOVTO TO WS-PRD-TAB-AJUSTE(WS-PRD-I)
           END-EVALUATE.

       4000-IMPRIMIR-PRODUTOS.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD
               PERFORM 4100-IMPRIMIR-PRODUTO
           END-PERFORM.

       4100-IMPRIMIR-PRODUTO.
           ADD 1 TO WS-CONT-PRODUTOS.

           COMPUTE WS-CALCULADO = WS-PRD-TAB-ABERTURA(WS-PRD-I)
               + WS-PRD-TAB-RECEBIDO(WS-PRD-I)
               - WS-PRD-TAB-CMV(WS-PRD-I)
               + WS-PRD-TAB-DEVOLVIDO(WS-PRD-I)
               + WS-PRD-TAB-AJUSTE(WS-PRD-I).
           COMPUTE WS-DIFERENCA =
               WS-PRD-TAB-FOTO(WS-PRD-I) - WS-CALCULADO.

           MOVE SPACE TO WS-MARCA.
           IF WS-DIFERENCA NOT = ZEROS
               MOVE "*" TO WS-MARCA
               ADD 1 TO WS-CONT-DIVERGENTES
           END-IF.

           ADD WS-PRD-TAB-ABERTURA(WS-PRD-I) TO WS-TOT-ABERTURA.
           ADD WS-PRD-TAB-RECEBIDO(WS-PRD-I) TO WS-TOT-RECEBIDO.
           ADD WS-PRD-TAB-CMV(WS-PRD-I) TO WS-TOT-CMV.
           ADD WS-PRD-TAB-DEVOLVIDO(WS-PRD-I) TO WS-TOT-DEVOLVIDO.
           ADD WS-PRD-TAB-AJUSTE(WS-PRD-I) TO WS-TOT-AJUSTE.
           ADD WS-PRD-TAB-FOTO(WS-PRD-I) TO WS-TOT-FOTO.

           MOVE WS-PRD-TAB-ABERTURA(WS-PRD-I) TO WS-ED-ABERTURA.
           MOVE WS-PRD-TAB-RECEBIDO(WS-PRD-I) TO WS-ED-RECEBIDO.
           MOVE WS-PRD-TAB-CMV(WS-PRD-I) TO WS-ED-CMV.
           MOVE WS-PRD-TAB-DEVOLVIDO(WS-PRD-I) TO WS-ED-DEVOLVIDO.
           MOVE WS-PRD-TAB-AJUSTE(WS-PRD-I) TO WS-ED-AJUSTE.
           MOVE WS-CALCULADO TO WS-ED-CALCULADO.
           MOVE WS-PRD-TAB-FOTO(WS-PRD-I) TO WS-ED-FOTO.
           MOVE WS-DIFERENCA TO WS-ED-DIFERENCA.

           MOVE SPACES TO RIV-LINHA.
           STRING WS-PRD-TAB-CODIGO(WS-PRD-I) " " WS-ED-ABERTURA " "
               WS-ED-RECEBIDO " " WS-ED-CMV " " WS-ED-DEVOLVIDO " "
               WS-ED-AJUSTE " " WS-ED-CALCULADO " " WS-ED-FOTO " "
               WS-ED-DIFERENCA " " WS-MARCA
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

       5000-LOCALIZAR-PRODUTO.
           SET PRODUTO-NAO-ACHADO TO TRUE.

           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD OR PRODUTO-ACHADO
               IF WS-PRD-TAB-CODIGO(WS-PRD-I) = WS-PRODUTO
                   SET PRODUTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.

           IF PRODUTO-ACHADO
               SUBTRACT 1 FROM WS-PRD-I
           ELSE
               IF WS-PRD-QTD < 2000
                   ADD 1 TO WS-PRD-QTD
                   MOVE WS-PRD-QTD TO WS-PRD-I
                   MOVE WS-PRODUTO TO WS-PRD-TAB-CODIGO(WS-PRD-I)
                   MOVE ZEROS TO WS-PRD-TAB-VALORES(WS-PRD-I)
                   SET PRODUTO-ACHADO TO TRUE
               ELSE
                   IF TABELA-COM-ESPACO
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE PRODUTOS CHEIA (2000) - "
                           "PRODUTO " WS-PRODUTO " E SEGUINTES FORA "
                           "DA EVOLUCAO - AUMENTE A TABELA ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9000-FINALIZAR.
           COMPUTE WS-CALCULADO = WS-TOT-ABERTURA + WS-TOT-RECEBIDO
               - WS-TOT-CMV + WS-TOT-DEVOLVIDO + WS-TOT-AJUSTE.
           COMPUTE WS-DIFERENCA = WS-TOT-FOTO - WS-CALCULADO.

           MOVE SPACE TO WS-MARCA.
           IF WS-DIFERENCA NOT = ZEROS
               MOVE "*" TO WS-MARCA
           END-IF.

           MOVE WS-TOT-ABERTURA TO WS-ED-ABERTURA.
           MOVE WS-TOT-RECEBIDO TO WS-ED-RECEBIDO.
           MOVE WS-TOT-CMV TO WS-ED-CMV.
           MOVE WS-TOT-DEVOLVIDO TO WS-ED-DEVOLVIDO.
           MOVE WS-TOT-AJUSTE TO WS-ED-AJUSTE.
           MOVE WS-CALCULADO TO WS-ED-CALCULADO.
           MOVE WS-TOT-FOTO TO WS-ED-FOTO.
           MOVE WS-DIFERENCA TO WS-ED-DIFERENCA.

           MOVE SPACES TO RIV-LINHA.
           STRING "TOTAL  " WS-ED-ABERTURA " "
               WS-ED-RECEBIDO " " WS-ED-CMV " " WS-ED-DEVOLVIDO " "
               WS-ED-AJUSTE " " WS-ED-CALCULADO " " WS-ED-FOTO " "
               WS-ED-DIFERENCA " " WS-MARCA
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

           MOVE WS-CONT-PRODUTOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RIV-LINHA.
           STRING "PRODUTOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RIV-LINHA.
           WRITE RIV-LINHA.

           IF WS-CONT-DIVERGENTES > ZEROS
               MOVE WS-CONT-DIVERGENTES TO WS-CONT-EDITADO
               MOVE SPACES TO RIV-LINHA
               STRING "*** " WS-CONT-EDITADO " PRODUTOS COM FOTO "
                   "DIFERENTE DO CALCULADO - CONFERIR CUSTO MEDIO "
                   "E MOVIMENTOS NO KARDEX ***"
                   DELIMITED BY SIZE INTO RIV-LINHA
               WRITE RIV-LINHA
           END-IF.
           IF TABELA-CHEIA
               MOVE SPACES TO RIV-LINHA
               STRING "*** TABELA DE PRODUTOS ESTOUROU - RELATORIO "
                   "INCOMPLETO ***"
                   DELIMITED BY SIZE INTO RIV-LINHA
               WRITE RIV-LINHA
           END-IF.

           CLOSE RELATORIO-EVOLUCAO.

           DISPLAY "EVOLUCAO DO ESTOQUE " WS-PR-ANO "/" WS-PR-MES
               " GRAVADA EM RELINVRF - PRODUTOS COM DIFERENCA: "
               WS-CONT-DIVERGENTES.

       END PROGRAM INVROLL.
