       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSNAP.
      *************************************
      *OBJETIVO: FOTO MENSAL DO ESTOQUE VALORIZADO, TIRADA NO
      *FECHAMENTO DO MES NO MOLDE DO AGESNAP: PARA CADA PRODUTO DO
      *ESTOQUE GRAVA NO INVSNAP (CHAVE ANO/MES/PRODUTO) O SALDO NO
      *FIM DO MES, O CUSTO MEDIO DO PRODMST E O VALOR. QUANDO O
      *FECHAMENTO RODA DEPOIS DA VIRADA, OS MOVIMENTOS DO MOVEST
      *DATADOS APOS O MES SAO DESCONTADOS DO SALDO ATUAL, PARA A
      *FOTO REPRESENTAR O ULTIMO DIA DO PERIODO. O ANO/MES VEM DO
      *CHAMADOR (O FECHAMES PASSA O PERIODO FECHADO) OU DA LINHA DE
      *COMANDO (AAAAMM); SEM PARAMETRO VALE O MES DA DATA DE
      *MOVIMENTO. REFOTOGRAFAR UM MES SUBSTITUI A FOTO ANTERIOR.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SALDOS-ESTOQUE ASSIGN TO "ESTOQUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT MOVIMENTO-ESTOQUE ASSIGN TO "MOVEST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVEST.

               SELECT FOTOS-ESTOQUE ASSIGN TO "INVSNAP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ISN-CHAVE
                   FILE STATUS IS WS-FS-INVSNAP.
       DATA DIVISION.
           FILE SECTION.
           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  MOVIMENTO-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "MOVEST-REG.CPY".

           FD  FOTOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "INVSNP-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-MOVEST PIC X(2) VALUE "00".
           77 WS-FS-INVSNAP PIC X(2) VALUE "00".
           77 WS-CONT-PRODUTOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-TOTAL-VALOR PIC S9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC -Z(12)9,99.
           77 WS-PERIODO-NUM PIC 9(6).
           77 WS-PRODUTO PIC 9(6).
           77 WS-POSTERIOR PIC S9(9).
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
                   10 WS-PRD-TAB-POSTERIOR PIC S9(9).
           01 WS-DATA-MOVTO PIC 9(8).
           01 WS-DATA-MOVTO-DESM REDEFINES WS-DATA-MOVTO.
               05 WS-DMV-PERIODO PIC 9(6).
               05 WS-DMV-DIA PIC 9(2).
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-FOTO.
               05 WS-PF-ANO PIC 9(4).
               05 WS-PF-MES PIC 9(2).
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
           PERFORM 1500-APURAR-POSTERIORES.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-ESTOQUE NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-FOTO
           ELSE
               MOVE WS-DM-ANO TO WS-PF-ANO
               MOVE WS-DM-MES TO WS-PF-MES
           END-IF.
           MOVE WS-PERIODO-FOTO TO WS-PERIODO-NUM.

           OPEN INPUT SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE NOT = "00"
               DISPLAY "ARQUIVO DE SALDOS ESTOQUE AUSENTE"
               MOVE "99" TO WS-FS-ESTOQUE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.

           OPEN I-O FOTOS-ESTOQUE.
           IF WS-FS-INVSNAP = "35"
               OPEN OUTPUT FOTOS-ESTOQUE
               CLOSE FOTOS-ESTOQUE
               OPEN I-O FOTOS-ESTOQUE
           END-IF.

      *****************************************
      * MOVIMENTOS DATADOS DEPOIS DO MES DA FOTO, SOMADOS COM SINAL
      * POR PRODUTO, PARA RECUAR O SALDO ATUAL ATE O FIM DO MES
      *****************************************
       1500-APURAR-POSTERIORES.
           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST = "00"
               PERFORM 1600-LER-MOVIMENTO
                   UNTIL WS-FS-MOVEST NOT = "00"
               CLOSE MOVIMENTO-ESTOQUE
           END-IF.
           MOVE "00" TO WS-FS-MOVEST.

       1600-LER-MOVIMENTO.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   MOVE MVE-DATA TO WS-DATA-MOVTO
                   IF WS-DMV-PERIODO > WS-PERIODO-NUM
                       MOVE MVE-PRODUTO TO WS-PRODUTO
                       PERFORM 1700-LOCALIZAR-PRODUTO
                       IF PRODUTO-ACHADO
                           IF MVE-SAIDA
                               SUBTRACT MVE-QUANTIDADE FROM
                                   WS-PRD-TAB-POSTERIOR(WS-PRD-I)
                           ELSE
                               ADD MVE-QUANTIDADE TO
                                   WS-PRD-TAB-POSTERIOR(WS-PRD-I)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1700-LOCALIZAR-PRODUTO.
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
                   MOVE ZEROS TO WS-PRD-TAB-POSTERIOR(WS-PRD-I)
                   SET PRODUTO-ACHADO TO TRUE
               ELSE
                   IF TABELA-COM-ESPACO
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE PRODUTOS CHEIA (2000) - "
                           "PRODUTO " WS-PRODUTO " E SEGUINTES COM "
                           "SALDO ATUAL NA FOTO - AUMENTE A TABELA ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2000-PROCESSAR.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   PERFORM 3000-GRAVAR-FOTO-PRODUTO
           END-READ.

       3000-GRAVAR-FOTO-PRODUTO.
           MOVE ZEROS TO WS-POSTERIOR.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD
               IF WS-PRD-TAB-CODIGO(WS-PRD-I) = EST-PRODUTO
                   MOVE WS-PRD-TAB-POSTERIOR(WS-PRD-I) TO WS-POSTERIOR
               END-IF
           END-PERFORM.

           MOVE ZEROS TO PRD-CUSTO-MEDIO.
           IF WS-FS-PRODMST = "00"
               MOVE EST-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE ZEROS TO PRD-CUSTO-MEDIO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           END-IF.

           MOVE WS-PF-ANO TO ISN-ANO.
           MOVE WS-PF-MES TO ISN-MES.
           MOVE EST-PRODUTO TO ISN-PRODUTO.
           COMPUTE ISN-SALDO = EST-SALDO - WS-POSTERIOR.
           MOVE PRD-CUSTO-MEDIO TO ISN-CUSTO-MEDIO.
           COMPUTE ISN-VALOR ROUNDED = ISN-SALDO * ISN-CUSTO-MEDIO.
           MOVE DMV-DATA TO ISN-DATA-FOTO.

           WRITE ISN-REGISTRO
               INVALID KEY
                   REWRITE ISN-REGISTRO
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CONT-PRODUTOS.
           ADD ISN-VALOR TO WS-TOTAL-VALOR.

       9000-FINALIZAR.
           IF WS-FS-ESTOQUE = "10"
               CLOSE SALDOS-ESTOQUE
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           CLOSE FOTOS-ESTOQUE.

           MOVE WS-CONT-PRODUTOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-VALOR TO WS-TOTAL-EDITADO.
           DISPLAY "FOTO DO ESTOQUE GRAVADA PARA " WS-PF-ANO "/"
               WS-PF-MES " - PRODUTOS: " WS-CONT-EDITADO
               " VALOR: " WS-TOTAL-EDITADO.

       END PROGRAM INVSNAP.
