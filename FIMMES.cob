       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIMMES.
      *************************************
      *OBJETIVO: RESUMO DO FECHAMENTO DO MES, GRAVADO NO FIM DO
      *JOBMENSAL: O PERIODO FECHADO COM A SITUACAO, A DATA E O TOTAL
      *GUARDADOS NO CONTROLE DE PERIODOS (PERCTL) PELO FECHAMES, E
      *O CODIGO DE RETORNO DE CADA ETAPA DO JOB (FECHAMES, AUDVERIF,
      *LOGROT, CLIABC, RECROLL, CLIBKP) COPIADO DO LOGMENSAL, COM AS
      *ETAPAS PULADAS OU RECUSADAS (EX: LOGROT RECUSADO POR CORRENTE
      *DE AUDITORIA QUEBRADA). O ARQUIVO SAI COM NOME DATADO DO
      *CATALOGO DE RELATORIOS (RELCATM, RELATORIO RESMES) PARA
      *QUALQUER FECHAMENTO PODER SER REIMPRESSO. A DATA DE REFERENCIA
      *(ULTIMO DIA UTIL DO MES FECHADO) VEM DO JOBMENSAL OU DA LINHA
      *DE COMANDO; SEM ELA VALE O DIA UTIL ANTERIOR A DATA DE
      *MOVIMENTO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTROLE-PERIODOS ASSIGN TO "PERCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PER-CHAVE
                   FILE STATUS IS WS-FS-PERCTL.

               SELECT LOG-MENSAL ASSIGN TO "LOGMENSAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LOG.

               SELECT RESUMO-MES ASSIGN TO WS-NOME-RESMES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RESMES.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTROLE-PERIODOS
               LABEL RECORD IS STANDARD.
               COPY "PERCTL-REG.CPY".

           FD  LOG-MENSAL
               LABEL RECORD IS STANDARD.
           01  LOG-LINHA PIC X(80).

           FD  RESUMO-MES
               LABEL RECORD IS STANDARD.
           01  RES-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-PERCTL PIC X(2) VALUE "00".
           77 WS-FS-LOG PIC X(2) VALUE "00".
           77 WS-FS-RESMES PIC X(2) VALUE "00".
           77 WS-NOME-RESMES PIC X(20) VALUE "RESMES".
           77 WS-CONT-LINHAS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-ETAPAS PIC 9(4) VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-DESC-SITUACAO PIC X(10).
           01 WS-DATA-PARM PIC X(8).
           01 WS-DATA-REFERENCIA PIC 9(8).
           01 WS-DATA-REFERENCIA-DESM REDEFINES WS-DATA-REFERENCIA.
               05 WS-DR-ANO PIC 9(4).
               05 WS-DR-MES PIC 9(2).
               05 WS-DR-DIA PIC 9(2).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "RELCAT-REG.CPY".

       LINKAGE SECTION.
           77 LK-DATA-REFERENCIA PIC X(8).

       PROCEDURE DIVISION USING LK-DATA-REFERENCIA.
       0001-PRINCIPAL.
           ACCEPT WS-DATA-PARM FROM COMMAND-LINE.

           IF WS-DATA-PARM IS NOT NUMERIC
                   OR WS-DATA-PARM = ZEROS
               MOVE LK-DATA-REFERENCIA TO WS-DATA-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           PERFORM 2000-RESUMIR-PERIODO.
           PERFORM 3000-ABRIR-LOG.
           PERFORM 3500-COPIAR-ETAPAS-DO-LOG
               UNTIL WS-FS-LOG NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE ZEROS TO RETURN-CODE.
           CALL "DATMOV" USING DMV-AREA.

           IF WS-DATA-PARM IS NUMERIC
                   AND WS-DATA-PARM NOT = ZEROS
               MOVE WS-DATA-PARM TO WS-DATA-REFERENCIA
           ELSE
               SET CAL-FUNCAO-ANTERIOR TO TRUE
               MOVE DMV-DATA TO CAL-DATA
               MOVE ZEROS TO CAL-DIAS CAL-FILIAL
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-DATA-REFERENCIA
           END-IF.

           SET RCA-FUNCAO-NOME TO TRUE.
           MOVE "RESMES" TO RCA-RELATORIO.
           MOVE "FIMMES" TO RCA-PROGRAMA.
           MOVE WS-DATA-REFERENCIA TO RCA-DATA.
           MOVE ZEROS TO RCA-LINHAS.
           CALL "RELCATM" USING RCA-AREA.
           MOVE RCA-NOME-GERADO TO WS-NOME-RESMES.

           OPEN OUTPUT RESUMO-MES.

           MOVE SPACES TO RES-LINHA.
           STRING "RESUMO DO FECHAMENTO DO MES " WS-DR-ANO "/"
               WS-DR-MES " - ULTIMO DIA UTIL " WS-DATA-REFERENCIA
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.
           MOVE SPACES TO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

      *****************************************
      * SITUACAO DO PERIODO NO PERCTL DEPOIS DO FECHAMES
      *****************************************
       2000-RESUMIR-PERIODO.
           OPEN INPUT CONTROLE-PERIODOS.
           IF WS-FS-PERCTL NOT = "00"
               MOVE "PERIODO..............: SEM CONTROLE PERCTL"
                   TO RES-LINHA
               PERFORM 7100-GRAVAR-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DR-ANO TO PER-ANO
               MOVE WS-DR-MES TO PER-MES
               READ CONTROLE-PERIODOS
                   INVALID KEY
                       MOVE "PERIODO..............: NAO FECHADO"
                           TO RES-LINHA
                       PERFORM 7100-GRAVAR-LINHA
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 2100-LISTAR-PERIODO
               END-READ
               CLOSE CONTROLE-PERIODOS
           END-IF.

       2100-LISTAR-PERIODO.
           EVALUATE TRUE
               WHEN PER-FECHADO
                   MOVE "FECHADO" TO WS-DESC-SITUACAO
               WHEN PER-REABERTO
                   MOVE "REABERTO" TO WS-DESC-SITUACAO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ABERTO" TO WS-DESC-SITUACAO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           MOVE SPACES TO RES-LINHA.
           STRING "PERIODO..............: " PER-ANO "/" PER-MES " "
               WS-DESC-SITUACAO
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

           MOVE SPACES TO RES-LINHA.
           STRING "DATA DO FECHAMENTO...: " PER-DATA-FECHAMENTO
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

           MOVE PER-TOTAL-FECHAMENTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RES-LINHA.
           STRING "TOTAL DO FECHAMENTO..: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

       3000-ABRIR-LOG.
           MOVE SPACES TO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.
           MOVE "CODIGOS DE RETORNO DAS ETAPAS DO JOB MENSAL:"
               TO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

           OPEN INPUT LOG-MENSAL.
           IF WS-FS-LOG NOT = "00"
               MOVE "  (SEM LOGMENSAL PARA A DATA)" TO RES-LINHA
               PERFORM 7100-GRAVAR-LINHA
               MOVE "35" TO WS-FS-LOG
           END-IF.

      *****************************************
      * COPIA DO LOGMENSAL AS LINHAS DA DATA QUE CARREGAM O RC DE
      * CADA ETAPA (FIM - ...) E AS DE ETAPA PULADA OU RECUSADA;
      * UM REINICIO DEIXA AS DUAS PASSADAS NO RESUMO
      *****************************************
       3500-COPIAR-ETAPAS-DO-LOG.
           READ LOG-MENSAL
               AT END
                   MOVE "10" TO WS-FS-LOG
               NOT AT END
                   IF LOG-LINHA(1:8) = WS-DATA-REFERENCIA
                       PERFORM 3510-FILTRAR-LINHA-RC
                   END-IF
           END-READ.

       3510-FILTRAR-LINHA-RC.
           IF LOG-LINHA(19:6) = "FIM - "
                   OR LOG-LINHA(19:6) = "ETAPA "
               ADD 1 TO WS-CONT-ETAPAS
               MOVE SPACES TO RES-LINHA
               STRING "  " LOG-LINHA(19:60)
                   DELIMITED BY SIZE INTO RES-LINHA
               PERFORM 7100-GRAVAR-LINHA
           END-IF.

       7100-GRAVAR-LINHA.
           WRITE RES-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       9000-FINALIZAR.
           IF WS-FS-LOG = "10"
               CLOSE LOG-MENSAL
           END-IF.

           IF WS-CONT-ETAPAS = ZEROS AND WS-FS-LOG = "10"
               MOVE "  (NENHUMA ETAPA REGISTRADA PARA A DATA)"
                   TO RES-LINHA
               PERFORM 7100-GRAVAR-LINHA
           END-IF.
           CLOSE RESUMO-MES.

           SET RCA-FUNCAO-REGISTRAR TO TRUE.
           MOVE WS-NOME-RESMES TO RCA-NOME-GERADO.
           MOVE WS-CONT-LINHAS TO RCA-LINHAS.
           CALL "RELCATM" USING RCA-AREA.

           DISPLAY "RESUMO DO MES GRAVADO NO ARQUIVO "
               WS-NOME-RESMES.

       END PROGRAM FIMMES.
