      *DATA DE MOVIMENTO (A VENCER, 1-30, 31-60, 61-90, MAIS DE 90
      *DIAS), COM SUBTOTAL POR CLIENTE E TOTAL GERAL, EM RELAGING.
      *NOTAS DE CREDITO EM ABERTO (REC-TIPO "C") SAEM EM LINHA
      *PROPRIA POR CLIENTE E NO TOTAL GERAL, FORA DAS FAIXAS; OS
      *ADIANTAMENTOS DE CLIENTE COM SALDO (REC-TIPO "A") IDEM, EM
      *LINHA SEPARADA DAS NOTAS DE CREDITO.
      *TITULOS EM CONTESTACAO (CONTEST) TAMBEM SAEM FORA DAS FAIXAS,
      *NA LINHA "CONTESTADO" DO CLIENTE E DO TOTAL GERAL.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 WS-NOME-FAIXA PIC X(10) OCCURS 5 TIMES.
           77 WS-CREDITO-CLIENTE PIC 9(9)V99 VALUE ZEROS.
           77 WS-CREDITO-GERAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-ADIANTAMENTO-CLIENTE PIC 9(9)V99 VALUE ZEROS.
           77 WS-ADIANTAMENTO-GERAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONTESTADO-CLIENTE PIC 9(9)V99 VALUE ZEROS.
           77 WS-CONTESTADO-GERAL PIC 9(10)V99 VALUE ZEROS.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

                           PERFORM 3000-FECHAR-CLIENTE
                           MOVE REC-CLIENTE TO WS-CLIENTE-ATUAL
                       END-IF
                       EVALUATE TRUE
                           WHEN REC-TIPO-CREDITO
                               ADD REC-SALDO TO WS-CREDITO-CLIENTE
                               ADD REC-SALDO TO WS-CREDITO-GERAL
                           WHEN REC-TIPO-ADIANTAMENTO
                               ADD REC-SALDO TO WS-ADIANTAMENTO-CLIENTE
                               ADD REC-SALDO TO WS-ADIANTAMENTO-GERAL
                           WHEN REC-EM-CONTESTACAO
                               ADD REC-SALDO TO WS-CONTESTADO-CLIENTE
                               ADD REC-SALDO TO WS-CONTESTADO-GERAL
                           WHEN OTHER
                               PERFORM 2100-CLASSIFICAR-TITULO
                       END-EVALUATE
                   END-IF
           END-READ.

                       WRITE AGI-LINHA
                   END-IF
               END-PERFORM
               IF WS-CONTESTADO-CLIENTE > ZEROS
                   MOVE WS-CONTESTADO-CLIENTE TO WS-VALOR-EDITADO
                   MOVE SPACES TO AGI-LINHA
                   STRING "  CONTESTADO " WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO AGI-LINHA
                   WRITE AGI-LINHA
               END-IF
               IF WS-CREDITO-CLIENTE > ZEROS
                   MOVE WS-CREDITO-CLIENTE TO WS-VALOR-EDITADO
                   MOVE SPACES TO AGI-LINHA
                       DELIMITED BY SIZE INTO AGI-LINHA
                   WRITE AGI-LINHA
               END-IF
               IF WS-ADIANTAMENTO-CLIENTE > ZEROS
                   MOVE WS-ADIANTAMENTO-CLIENTE TO WS-VALOR-EDITADO
                   MOVE SPACES TO AGI-LINHA
                   STRING "  ADIANTAM.  " WS-VALOR-EDITADO " (-)"
                       DELIMITED BY SIZE INTO AGI-LINHA
                   WRITE AGI-LINHA
               END-IF
               MOVE ZEROS TO WS-FAIXAS-CLIENTE
               MOVE ZEROS TO WS-CREDITO-CLIENTE
               MOVE ZEROS TO WS-ADIANTAMENTO-CLIENTE
               MOVE ZEROS TO WS-CONTESTADO-CLIENTE
           END-IF.

       9000-FINALIZAR.
               WRITE AGI-LINHA
           END-PERFORM.

           MOVE WS-CONTESTADO-GERAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO AGI-LINHA.
           STRING "  CONTESTADO " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO AGI-LINHA.
           WRITE AGI-LINHA.

           MOVE WS-CREDITO-GERAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO AGI-LINHA.
           STRING "  CREDITOS   " WS-VALOR-EDITADO " (-)"
               DELIMITED BY SIZE INTO AGI-LINHA.
           WRITE AGI-LINHA.

           MOVE WS-ADIANTAMENTO-GERAL TO WS-VALOR-EDITADO.
           MOVE SPACES TO AGI-LINHA.
           STRING "  ADIANTAM.  " WS-VALOR-EDITADO " (-)"
               DELIMITED BY SIZE INTO AGI-LINHA.
           WRITE AGI-LINHA.

           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
