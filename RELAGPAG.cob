       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGPAG.
      *************************************
      *OBJETIVO: RELATORIO DE AGING DO CONTAS A PAGAR (CTPAGAR):
      *CLASSIFICA OS SALDOS EM ABERTO DAS PARCELAS POR FAIXA DE
      *ATRASO CONTRA A DATA DE MOVIMENTO, NAS MESMAS FAIXAS DO
      *RELAGING (A VENCER, 1-30, 31-60, 61-90, MAIS DE 90 DIAS),
      *COM SUBTOTAL POR FORNECEDOR E TOTAL GERAL, EM RELAGPAG.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-PAGAR ASSIGN TO "CTPAGAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TPG-CHAVE
                   FILE STATUS IS WS-FS-CTPAGAR.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT RELATORIO-AGING-PAGAR ASSIGN TO "RELAGPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELAGPAG.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-PAGAR
               LABEL RECORD IS STANDARD.
               COPY "CTPAGAR-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  RELATORIO-AGING-PAGAR
               LABEL RECORD IS STANDARD.
           01  AGP-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTPAGAR PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-RELAGPAG PIC X(2) VALUE "00".
           77 WS-FAIXA PIC 9(1).
           77 WS-FAIXA-I PIC 9(1).
           77 WS-FORNECEDOR-ATUAL PIC 9(4) VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-TOTAL-FORNECEDOR PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-GERAL PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXAS-FORNECEDOR.
               05 WS-FXF-TOTAL PIC 9(9)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-FAIXAS-GERAL.
               05 WS-FXG-TOTAL PIC 9(10)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-NOMES-FAIXAS.
               05 FILLER PIC X(10) VALUE "A VENCER  ".
               05 FILLER PIC X(10) VALUE "1-30 DIAS ".
               05 FILLER PIC X(10) VALUE "31-60 DIAS".
               05 FILLER PIC X(10) VALUE "61-90 DIAS".
               05 FILLER PIC X(10) VALUE "MAIS DE 90".
           01 WS-NOMES-FAIXAS-TAB REDEFINES WS-NOMES-FAIXAS.
               05 WS-NOME-FAIXA PIC X(10) OCCURS 5 TIMES.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-CTPAGAR NOT = "00".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN INPUT CONTAS-PAGAR.
           IF WS-FS-CTPAGAR NOT = "00"
               DISPLAY "CONTAS A PAGAR CTPAGAR AUSENTE"
               MOVE "10" TO WS-FS-CTPAGAR
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.

           OPEN OUTPUT RELATORIO-AGING-PAGAR.

           MOVE SPACES TO AGP-LINHA.
           STRING "AGING DO CONTAS A PAGAR NA DATA " DMV-DATA
               DELIMITED BY SIZE INTO AGP-LINHA.
           WRITE AGP-LINHA.

       2000-PROCESSAR.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTPAGAR
               NOT AT END
                   IF TPG-SALDO > ZEROS
                       IF TPG-FORNECEDOR NOT = WS-FORNECEDOR-ATUAL
                           PERFORM 3000-FECHAR-FORNECEDOR
                           MOVE TPG-FORNECEDOR TO WS-FORNECEDOR-ATUAL
                       END-IF
                       PERFORM 2100-CLASSIFICAR-PARCELA
                   END-IF
           END-READ.

       2100-CLASSIFICAR-PARCELA.
           IF TPG-VENCIMENTO >= DMV-DATA
               MOVE 1 TO WS-FAIXA
           ELSE
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE TPG-VENCIMENTO TO CAL-DATA
               MOVE DMV-DATA TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA

               EVALUATE TRUE
                   WHEN CAL-DIAS <= 30
                       MOVE 2 TO WS-FAIXA
                   WHEN CAL-DIAS <= 60
                       MOVE 3 TO WS-FAIXA
                   WHEN CAL-DIAS <= 90
                       MOVE 4 TO WS-FAIXA
                   WHEN OTHER
                       MOVE 5 TO WS-FAIXA
               END-EVALUATE
           END-IF.

           ADD TPG-SALDO TO WS-FXF-TOTAL(WS-FAIXA).
           ADD TPG-SALDO TO WS-FXG-TOTAL(WS-FAIXA).
           ADD TPG-SALDO TO WS-TOTAL-FORNECEDOR.
           ADD TPG-SALDO TO WS-TOTAL-GERAL.

       3000-FECHAR-FORNECEDOR.
           IF WS-FORNECEDOR-ATUAL > ZEROS
               MOVE WS-FORNECEDOR-ATUAL TO FOR-CODIGO
               READ CADASTRO-FORNECEDORES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO FOR-NOME
               END-READ
               MOVE SPACES TO AGP-LINHA
               STRING "FORNECEDOR " WS-FORNECEDOR-ATUAL " " FOR-NOME
                   DELIMITED BY SIZE INTO AGP-LINHA
               WRITE AGP-LINHA
               PERFORM VARYING WS-FAIXA-I FROM 1 BY 1
                       UNTIL WS-FAIXA-I > 5
                   IF WS-FXF-TOTAL(WS-FAIXA-I) > ZEROS
                       MOVE WS-FXF-TOTAL(WS-FAIXA-I) TO
                           WS-VALOR-EDITADO
                       MOVE SPACES TO AGP-LINHA
                       STRING "  " WS-NOME-FAIXA(WS-FAIXA-I) " "
                           WS-VALOR-EDITADO
                           DELIMITED BY SIZE INTO AGP-LINHA
                       WRITE AGP-LINHA
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-FORNECEDOR TO WS-TOTAL-EDITADO
               MOVE SPACES TO AGP-LINHA
               STRING "  TOTAL      " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO AGP-LINHA
               WRITE AGP-LINHA
               MOVE ZEROS TO WS-FAIXAS-FORNECEDOR
               MOVE ZEROS TO WS-TOTAL-FORNECEDOR
           END-IF.

       9000-FINALIZAR.
           PERFORM 3000-FECHAR-FORNECEDOR.

           MOVE "TOTAL GERAL POR FAIXA" TO AGP-LINHA.
           WRITE AGP-LINHA.

           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1
                   UNTIL WS-FAIXA-I > 5
               MOVE WS-FXG-TOTAL(WS-FAIXA-I) TO WS-VALOR-EDITADO
               MOVE SPACES TO AGP-LINHA
               STRING "  " WS-NOME-FAIXA(WS-FAIXA-I) " "
                   WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO AGP-LINHA
               WRITE AGP-LINHA
           END-PERFORM.

           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO AGP-LINHA.
           STRING "  TOTAL      " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO AGP-LINHA.
           WRITE AGP-LINHA.

           IF WS-FS-CTPAGAR = "10"
               CLOSE CONTAS-PAGAR
           END-IF.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE RELATORIO-AGING-PAGAR.

           DISPLAY "AGING GRAVADO NO ARQUIVO RELAGPAG".

       END PROGRAM RELAGPAG.
