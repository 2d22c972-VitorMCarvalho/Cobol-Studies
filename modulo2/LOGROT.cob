                       10 WS-CAT-LINHAS PIC 9(6).
                       10 WS-CAT-DATA PIC 9(8).
                       10 WS-CAT-SITUACAO PIC X(1).
               01 WS-PARM-ROTACAO.
                   05 WS-PARM-PERIODO PIC X(6).
                   05 WS-PARM-RETENCAO PIC X(3).

           LINKAGE SECTION.
               01 LK-PARM-ROTACAO.
                   05 LK-PERIODO PIC X(6).
                   05 LK-RETENCAO PIC X(3).

       PROCEDURE DIVISION USING LK-PARM-ROTACAO.
       0001-PRINCIPAL.
           ACCEPT WS-PARM-ROTACAO FROM COMMAND-LINE.

           IF WS-PARM-PERIODO IS NOT NUMERIC
                   OR WS-PARM-PERIODO = ZEROS
               MOVE LK-PARM-ROTACAO TO WS-PARM-ROTACAO
           END-IF.

           PERFORM 1000-INICIAR.

           MOVE "AUDITLOG" TO WS-NOME-CORRENTE.
           PERFORM 5000-REGRAVAR-CATALOGO.
           PERFORM 9000-FINALIZAR.

           GOBACK.

      *****************************************
      * CHAMADO PELO JOBMENSAL (OU COM AAAAMMRRR NA LINHA DE
      * COMANDO) O PERIODO E A RETENCAO VEM COMO PARAMETRO; SEM
      * PARAMETRO O OPERADOR DIGITA OS DOIS
      *****************************************
       1000-INICIAR.
           IF WS-PARM-PERIODO IS NUMERIC
                   AND WS-PARM-PERIODO NOT = ZEROS
               MOVE WS-PARM-PERIODO TO WS-PERIODO
               IF WS-PARM-RETENCAO IS NUMERIC
                       AND WS-PARM-RETENCAO NOT = ZEROS
                   MOVE WS-PARM-RETENCAO TO WS-RETENCAO-MESES
               ELSE
                   MOVE 12 TO WS-RETENCAO-MESES
               END-IF
           ELSE
               DISPLAY "DIGITE O PERIODO A FECHAR (AAAAMM)"
               ACCEPT WS-PERIODO
               DISPLAY "DIGITE A RETENCAO DOS ARQUIVOS EM MESES"
               ACCEPT WS-RETENCAO-MESES
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

