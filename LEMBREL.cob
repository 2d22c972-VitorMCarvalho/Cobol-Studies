       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBREL.
      *************************************
      *OBJETIVO: RELATORIO DE EFICACIA DOS LEMBRETES DE VENCIMENTO
      *(RELLEMB): PARA OS TITULOS DO CTRECEB COM VENCIMENTO NO MES
      *INFORMADO E JA VENCIDOS NA DATA DE MOVIMENTO, SEPARA OS QUE
      *RECEBERAM LEMBRETE (LEMBENV) DOS QUE NAO RECEBERAM E COMPARA
      *QUANTIDADE, VALOR, PAGOS EM DIA, PAGOS EM ATRASO E AINDA EM
      *ABERTO, COM O PERCENTUAL DE PAGAMENTO EM DIA DE CADA GRUPO.
      *TITULO RENEGOCIADO CONTA COMO PAGO EM ATRASO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT LEMBRETES-ENVIADOS ASSIGN TO "LEMBENV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LBE-CHAVE
                   FILE STATUS IS WS-FS-LEMBENV.

               SELECT RELATORIO-LEMBRETES ASSIGN TO "RELLEMB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELLEMB.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  LEMBRETES-ENVIADOS
               LABEL RECORD IS STANDARD.
               COPY "LEMBENV-REG.CPY".

           FD  RELATORIO-LEMBRETES
               LABEL RECORD IS STANDARD.
           01  RLB-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-LEMBENV PIC X(2) VALUE "00".
           77 WS-FS-RELLEMB PIC X(2) VALUE "00".
           77 WS-G PIC 9(1).
           77 WS-PERCENTUAL PIC 9(3)V99.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-CONT-EDITADO-2 PIC Z(5)9.
           77 WS-CONT-EDITADO-3 PIC Z(5)9.
           77 WS-CONT-EDITADO-4 PIC Z(5)9.
           77 WS-VALOR-EDITADO PIC Z(9)9,99.
           77 WS-PERC-EDITADO PIC ZZ9,99.
           77 WS-LEMBENV-SW PIC X(1) VALUE "S".
               88 LEMBENV-DISPONIVEL VALUE "S".
               88 LEMBENV-AUSENTE VALUE "N".
           01 WS-PERIODO.
               05 WS-ANO PIC 9(4).
               05 WS-MES PIC 9(2).
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
      *****************************************
      * GRUPO 1 = TITULOS LEMBRADOS, GRUPO 2 = NAO LEMBRADOS
      *****************************************
           01 WS-GRUPOS.
               05 WS-GRP-ITEM OCCURS 2 TIMES.
                   10 WS-GRP-QTD PIC 9(6).
                   10 WS-GRP-VALOR PIC 9(10)V99.
                   10 WS-GRP-EM-DIA PIC 9(6).
                   10 WS-GRP-ATRASO PIC 9(6).
                   10 WS-GRP-ABERTO PIC 9(6).
           01 WS-NOMES-GRUPO.
               05 FILLER PIC X(14) VALUE "LEMBRADOS     ".
               05 FILLER PIC X(14) VALUE "NAO LEMBRADOS ".
           01 WS-NOMES-GRUPO-R REDEFINES WS-NOMES-GRUPO.
               05 WS-NOME-GRUPO PIC X(14) OCCURS 2 TIMES.
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CTRECEB = "00"
               PERFORM 2000-LER-TITULO UNTIL WS-FS-CTRECEB NOT = "00"
           END-IF.

           PERFORM 3000-IMPRIMIR-COMPARACAO.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.
           INITIALIZE WS-GRUPOS.

           DISPLAY "DIGITE O ANO DE VENCIMENTO (ZEROS = MES DA DATA "
               "DE MOVIMENTO)".
           ACCEPT WS-ANO.

           IF WS-ANO = ZEROS
               MOVE WS-DM-ANO TO WS-ANO
               MOVE WS-DM-MES TO WS-MES
           ELSE
               DISPLAY "DIGITE O MES DE VENCIMENTO (1 A 12)"
               ACCEPT WS-MES
           END-IF.

           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE"
           END-IF.

           OPEN INPUT LEMBRETES-ENVIADOS.
           IF WS-FS-LEMBENV NOT = "00"
               DISPLAY "ARQUIVO LEMBENV AUSENTE - NENHUM TITULO "
                   "LEMBRADO"
               SET LEMBENV-AUSENTE TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-LEMBRETES.

           MOVE SPACES TO RLB-LINHA.
           STRING "EFICACIA DOS LEMBRETES - VENCIMENTOS DE " WS-MES
               "/" WS-ANO " ATE " WS-DM-DIA "/" WS-DM-MES "/"
               WS-DM-ANO DELIMITED BY SIZE INTO RLB-LINHA.
           WRITE RLB-LINHA.
           MOVE SPACES TO RLB-LINHA.
           STRING "GRUPO            QTD         VALOR  EM DIA ATRASO "
               "ABERTO  % EM DIA"
               DELIMITED BY SIZE INTO RLB-LINHA.
           WRITE RLB-LINHA.

       2000-LER-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-TIPO-TITULO
                           AND REC-VENCIMENTO(1:6) = WS-PERIODO
                           AND REC-VENCIMENTO < DMV-DATA
                       PERFORM 2100-CLASSIFICAR-TITULO
                   END-IF
           END-READ.

      *****************************************
      * EM DIA = LIQUIDADO ATE O VENCIMENTO SEM RENEGOCIACAO; O
      * VALOR DO GRUPO E O VALOR ORIGINAL DO TITULO
      *****************************************
       2100-CLASSIFICAR-TITULO.
           MOVE 2 TO WS-G.
           IF LEMBENV-DISPONIVEL
               MOVE REC-CLIENTE TO LBE-CLIENTE
               MOVE REC-DOCUMENTO TO LBE-DOCUMENTO
               READ LEMBRETES-ENVIADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-G
               END-READ
               MOVE "00" TO WS-FS-LEMBENV
           END-IF.

           ADD 1 TO WS-GRP-QTD(WS-G).
           ADD REC-VALOR TO WS-GRP-VALOR(WS-G).

           EVALUATE TRUE
               WHEN REC-SALDO > ZEROS AND REC-NAO-RENEGOCIADO
                   ADD 1 TO WS-GRP-ABERTO(WS-G)
               WHEN REC-RENEGOCIADO
                   ADD 1 TO WS-GRP-ATRASO(WS-G)
               WHEN REC-DATA-BAIXA > ZEROS
                       AND REC-DATA-BAIXA NOT > REC-VENCIMENTO
                   ADD 1 TO WS-GRP-EM-DIA(WS-G)
               WHEN OTHER
                   ADD 1 TO WS-GRP-ATRASO(WS-G)
           END-EVALUATE.

       3000-IMPRIMIR-COMPARACAO.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
               MOVE ZEROS TO WS-PERCENTUAL
               IF WS-GRP-QTD(WS-G) > ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-GRP-EM-DIA(WS-G) * 100 / WS-GRP-QTD(WS-G)
               END-IF
               MOVE WS-GRP-QTD(WS-G) TO WS-CONT-EDITADO
               MOVE WS-GRP-VALOR(WS-G) TO WS-VALOR-EDITADO
               MOVE WS-GRP-EM-DIA(WS-G) TO WS-CONT-EDITADO-2
               MOVE WS-GRP-ATRASO(WS-G) TO WS-CONT-EDITADO-3
               MOVE WS-GRP-ABERTO(WS-G) TO WS-CONT-EDITADO-4
               MOVE WS-PERCENTUAL TO WS-PERC-EDITADO
               MOVE SPACES TO RLB-LINHA
               STRING WS-NOME-GRUPO(WS-G) WS-CONT-EDITADO " "
                   WS-VALOR-EDITADO " " WS-CONT-EDITADO-2 " "
                   WS-CONT-EDITADO-3 " " WS-CONT-EDITADO-4 "  "
                   WS-PERC-EDITADO "%"
                   DELIMITED BY SIZE INTO RLB-LINHA
               WRITE RLB-LINHA
           END-PERFORM.

       9000-FINALIZAR.
           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF LEMBENV-DISPONIVEL
               CLOSE LEMBRETES-ENVIADOS
           END-IF.
           CLOSE RELATORIO-LEMBRETES.

           COMPUTE WS-CONT-EDITADO = WS-GRP-QTD(1) + WS-GRP-QTD(2).
           DISPLAY "TITULOS ANALISADOS: " WS-CONT-EDITADO
               " - RELATORIO EM RELLEMB".

       END PROGRAM LEMBREL.
