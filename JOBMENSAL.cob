       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMENSAL.
      *************************************
      *OBJETIVO: JOB QUE ENCADEIA O FECHAMENTO DO MES EM UMA UNICA
      *EXECUCAO, NA ORDEM FIXA: FECHAMENTO DO PERIODO COM AS FOTOS DO
      *MES (FECHAMES, QUE TIRA A FOTO DO AGING NO AGESNAP), VERIFICA-
      *CAO DA CORRENTE DO LOG DE AUDITORIA (AUDVERIF), ROTACAO DOS
      *LOGS (LOGROT, RECUSADA QUANDO O AUDVERIF ACHA A CORRENTE
      *QUEBRADA, PARA NENHUM MES SER ARQUIVADO SEM CERTIFICADO
      *LIMPO), CLASSIFICACAO ABC DOS CLIENTES (CLIABC), EXPURGO DO
      *CONTAS A RECEBER (RECROLL) E BACKUP EM GERACOES (CLIBKP),
      *FECHANDO COM O RESUMO DO MES NO CATALOGO DE RELATORIOS
      *(FIMMES, RELATORIO RESMES).
      *RODA NA NOITE DO ULTIMO DIA UTIL DO MES PELO CALNEG, DEPOIS
      *DO JOBDIARIO DESSE DIA (QUE JA AVANCOU A DATA DE MOVIMENTO):
      *O DIA UTIL ANTERIOR A DATA DE MOVIMENTO TEM DE SER O ULTIMO
      *DIA UTIL DO MES, E O RUNCTL RECUSA O INICIO ENQUANTO O
      *JOBDIARIO DAQUELE DIA NAO TIVER CONCLUSAO NORMAL.
      *COMO O JOBDIARIO, GRAVA EM LOGMENSAL O CODIGO DE RETORNO DE
      *CADA ETAPA, GUARDA NO JOBMCKPT AS ETAPAS CONCLUIDAS PARA O
      *REINICIO PARTIR DA ETAPA QUE FALHOU, ABORTA NO RC 12 DIZENDO
      *QUAL ETAPA MORREU E GRAVA INICIO, FIM E DURACAO DE CADA ETAPA
      *NO HISTORICO JOBMHIST, COM AVISO QUANDO A ETAPA ESTOURA A
      *MEDIA DAS ULTIMAS EXECUCOES VEZES O FATOR DO MONCFG.
      *RETENCAO DOS LOGS ARQUIVADOS E MESES DE TITULOS LIQUIDADOS A
      *MANTER VEM DO JOBMCFG (PADRAO 012 E 06).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOG-MENSAL ASSIGN TO "LOGMENSAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LOG.

               SELECT CONFIG-JOB ASSIGN TO "JOBMCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CFG.

               SELECT CHECKPOINT-JOB ASSIGN TO "JOBMCKPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CKPT.

               SELECT HISTORICO-ETAPAS ASSIGN TO "JOBMHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-JOBHIST.

               SELECT CONFIG-MONITOR ASSIGN TO "MONCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MONCFG.
       DATA DIVISION.
           FILE SECTION.
           FD  LOG-MENSAL
               LABEL RECORD IS STANDARD.
           01  LOG-LINHA PIC X(80).

           FD  CONFIG-JOB
               LABEL RECORD IS STANDARD.
           01  CFG-LINHA.
               05 CFG-RETENCAO-LOGS PIC 9(3).
               05 FILLER PIC X(1).
               05 CFG-MESES-RECEBER PIC 9(2).

           FD  HISTORICO-ETAPAS
               LABEL RECORD IS STANDARD.
           01  JBH-LINHA.
               05 JBH-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 JBH-ETAPA PIC 9(2).
               05 FILLER PIC X(1).
               05 JBH-NOME PIC X(30).
               05 FILLER PIC X(1).
               05 JBH-HORA-INICIO PIC 9(8).
               05 FILLER PIC X(1).
               05 JBH-HORA-FIM PIC 9(8).
               05 FILLER PIC X(1).
               05 JBH-SEGUNDOS PIC 9(6).

           FD  CONFIG-MONITOR
               LABEL RECORD IS STANDARD.
           01  MON-LINHA.
               05 MON-FATOR PIC 9(1)V99.
               05 FILLER PIC X(1).
               05 MON-AMOSTRAS PIC 9(2).

           FD  CHECKPOINT-JOB
               LABEL RECORD IS STANDARD.
           01  CKP-LINHA.
               05 CKP-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 CKP-ETAPAS.
                   10 CKP-ETAPA PIC X(1) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
           77 WS-FS-LOG PIC X(2) VALUE "00".
           77 WS-FS-CFG PIC X(2) VALUE "00".
           77 WS-FS-CKPT PIC X(2) VALUE "00".
           77 WS-FS-JOBHIST PIC X(2) VALUE "00".
           77 WS-FS-MONCFG PIC X(2) VALUE "00".
           77 WS-LOG-DATA PIC X(8).
           77 WS-LOG-HORA PIC X(8).
           77 WS-LOG-MSG PIC X(60).
           77 WS-JOB-PIN PIC X(4).
           77 WS-MODO-BACKUP PIC X(10) VALUE "BATCH".
           77 WS-MESES-RECEBER PIC 9(2) VALUE 06.
           77 WS-RC-ETAPA PIC 9(4) VALUE ZEROS.
           77 WS-RC-AUDVERIF PIC 9(4) VALUE ZEROS.
           77 WS-RC-MAIOR PIC 9(4) VALUE ZEROS.
           77 WS-NOME-ETAPA PIC X(40).
           77 WS-ETAPA-NUM PIC 9(2) VALUE ZEROS.
           77 WS-ETAPA-I PIC 9(2) VALUE ZEROS.
           77 WS-ETAPAS-PENDENTES PIC 9(2) VALUE ZEROS.
           77 WS-FORCAR-REPROC PIC X(1).
           77 WS-SW-ABORTO PIC X(1) VALUE "N".
               88 JOB-ABORTADO VALUE "S".
               88 JOB-NORMAL VALUE "N".
           77 WS-SW-DATA PIC X(1) VALUE "N".
               88 DATA-DE-FECHAMENTO VALUE "S".
               88 DATA-FORA-DO-FECHAMENTO VALUE "N".
           77 WS-SW-EXECUCAO PIC X(1) VALUE "N".
               88 JOB-EXECUTADO VALUE "S".
               88 JOB-NAO-EXECUTADO VALUE "N".
           77 WS-FATOR-ALERTA PIC 9(1)V99 VALUE 1,50.
           77 WS-AMOSTRAS PIC 9(2) VALUE 10.
           77 WS-HORA-INI-ETAPA PIC 9(8).
           77 WS-HORA-FIM-ETAPA PIC 9(8).
           77 WS-SEGUNDOS-INI PIC 9(6).
           77 WS-SEGUNDOS-FIM PIC 9(6).
           77 WS-SEGUNDOS-ETAPA PIC 9(6).
           77 WS-AMO-I PIC 9(2).
           77 WS-AMO-QTD PIC 9(2).
           77 WS-SOMA-AMOSTRAS PIC 9(9).
           77 WS-MEDIA-ETAPA PIC 9(6).
           77 WS-LIMITE-ETAPA PIC 9(8).
           77 WS-SW-ALERTA PIC X(1) VALUE "N".
               88 ALERTA-DURACAO VALUE "S".
               88 SEM-ALERTA-DURACAO VALUE "N".
           77 WS-DATA-ULTIMO-UTIL PIC 9(8).
           01 WS-ETAPAS-CONCLUIDAS.
               05 WS-ETAPA-FLAG PIC X(1) OCCURS 10 TIMES.
           01 WS-AMOSTRAS-ETAPA.
               05 WS-AMO-SEGUNDOS PIC 9(6) OCCURS 20 TIMES.
           01 WS-HORA-DESMEMBRADA.
               05 WS-HR-HH PIC 9(2).
               05 WS-HR-MM PIC 9(2).
               05 WS-HR-SS PIC 9(2).
               05 FILLER PIC 9(2).
           01 WS-DATA-FECHAMENTO.
               05 WS-DF-ANO PIC 9(4).
               05 WS-DF-MES PIC 9(2).
               05 WS-DF-DIA PIC 9(2).
           01 WS-PERIODO-FECHAR.
               05 WS-PER-ANO PIC 9(4).
               05 WS-PER-MES PIC 9(2).
           01 WS-PARM-ROTACAO.
               05 WS-ROT-PERIODO PIC 9(6).
               05 WS-ROT-RETENCAO PIC 9(3) VALUE 012.
           COPY "SIGNON-REG.CPY".
           COPY "RUNCTL-REG.CPY".
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF SGN-ACESSO-CONCEDIDO
               IF DATA-DE-FECHAMENTO
                   PERFORM 0900-REGISTRAR-INICIO
                   IF RCT-OK
                       SET JOB-EXECUTADO TO TRUE
                       PERFORM 0100-EXECUTAR-ETAPAS
                       PERFORM 0950-REGISTRAR-FIM
                   ELSE
                       MOVE 8 TO WS-RC-MAIOR
                   END-IF
               ELSE
                   PERFORM 1600-RECUSAR-DATA
               END-IF
           END-IF.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

      *****************************************
      * AS ETAPAS DO FECHAMENTO NA ORDEM FIXA; AS JA CONCLUIDAS NA
      * MESMA DATA (JOBMCKPT) SAO PULADAS NO REINICIO
      *****************************************
       0100-EXECUTAR-ETAPAS.
           SET JOB-NORMAL TO TRUE.
           PERFORM 1300-LER-CHECKPOINT.

           PERFORM 2000-EXECUTAR-FECHAMES.
           IF JOB-NORMAL
               PERFORM 3000-EXECUTAR-AUDVERIF
           END-IF.
           IF JOB-NORMAL
               PERFORM 4000-EXECUTAR-LOGROT
           END-IF.
           IF JOB-NORMAL
               PERFORM 5000-EXECUTAR-CLIABC
           END-IF.
           IF JOB-NORMAL
               PERFORM 6000-EXECUTAR-RECROLL
           END-IF.
           IF JOB-NORMAL
               PERFORM 7000-EXECUTAR-CLIBKP
           END-IF.
           IF JOB-NORMAL
               PERFORM 7500-EXECUTAR-FIMMES
           END-IF.

       0900-REGISTRAR-INICIO.
           SET RCT-FUNCAO-INICIO TO TRUE.
           MOVE "JOBMENSAL" TO RCT-PROGRAMA.
           MOVE "JOBDIARIO" TO RCT-PREDECESSOR.
           MOVE WS-DATA-FECHAMENTO TO RCT-DATA.
           MOVE ZEROS TO RCT-CONTAGEM.
           CALL "RUNCTL" USING RCT-AREA.

           EVALUATE TRUE
               WHEN RCT-OK
                   CONTINUE
               WHEN RCT-JA-EXECUTADO
                   DISPLAY "JOBMENSAL JA EXECUTADO NESTA DATA - "
                       "EXECUCAO RECUSADA"
                   DISPLAY "PARA REPROCESSAR O FECHAMENTO, REARME O "
                       "JOBMENSAL DA DATA NO RUNCTLU"
                   MOVE "JOB MENSAL JA EXECUTADO NA DATA - RECUSADO"
                       TO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN RCT-EM-EXECUCAO
                   DISPLAY "JOBMENSAL CONSTA EM EXECUCAO - USE "
                       "RUNCTLU PARA LIBERAR A TRAVA"
                   MOVE "JOB MENSAL CONSTA EM EXECUCAO - RECUSADO"
                       TO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN RCT-PREDECESSOR-PENDENTE
                   DISPLAY "EXECUCAO RECUSADA - PREDECESSOR "
                       RCT-PREDECESSOR "SEM CONCLUSAO NORMAL "
                       "REGISTRADA PARA A DATA"
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "JOBDIARIO SEM CONCLUSAO NORMAL NA DATA - "
                       "RECUSADO"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE EXECUCAO"
                   MOVE "ERRO NO CONTROLE DE EXECUCAO" TO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
           END-EVALUATE.

      *****************************************
      * SO HA CONCLUSAO NORMAL NO RUNCTL QUANDO AS SETE ETAPAS
      * FICARAM CONCLUIDAS NO JOBMCKPT: ETAPA RECUSADA (LOGROT COM A
      * CORRENTE QUEBRADA) OU COM RC 8 DEIXA O JOB COMO ABORTADO,
      * PARA O REINICIO DA MESMA DATA SER ACEITO E RODAR SO O QUE
      * FICOU PENDENTE
      *****************************************
       0950-REGISTRAR-FIM.
           MOVE ZEROS TO WS-ETAPAS-PENDENTES.
           PERFORM VARYING WS-ETAPA-I FROM 1 BY 1
                   UNTIL WS-ETAPA-I > 7
               IF WS-ETAPA-FLAG(WS-ETAPA-I) NOT = "C"
                   ADD 1 TO WS-ETAPAS-PENDENTES
               END-IF
           END-PERFORM.

           IF JOB-NORMAL AND WS-RC-MAIOR < 8
                   AND WS-ETAPAS-PENDENTES = ZEROS
               SET RCT-FUNCAO-FIM TO TRUE
           ELSE
               SET RCT-FUNCAO-ABEND TO TRUE
           END-IF.
           MOVE ZEROS TO RCT-CONTAGEM.
           CALL "RUNCTL" USING RCT-AREA.

       1000-INICIAR.
           PERFORM 1500-APURAR-DATA-FECHAMENTO.

           OPEN EXTEND LOG-MENSAL.
           IF WS-FS-LOG NOT = "00"
               OPEN OUTPUT LOG-MENSAL
           END-IF.
           MOVE "INICIO DO JOB DE FECHAMENTO DO MES" TO WS-LOG-MSG.
           PERFORM 9100-GRAVAR-LOG.

           PERFORM 1200-CARREGAR-CONFIG.
           PERFORM 1250-CARREGAR-MONITOR.
           PERFORM 1100-IDENTIFICAR-OPERADOR.

       1100-IDENTIFICAR-OPERADOR.
           DISPLAY "DIGITE O CODIGO DO OPERADOR DO JOB: ".
           ACCEPT SGN-USUARIO FROM CONSOLE.

           DISPLAY "DIGITE O PIN: ".
           ACCEPT WS-JOB-PIN FROM CONSOLE.

           MOVE WS-JOB-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.

           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO
               MOVE "OPERADOR AUTORIZADO PELO MODULO DE ACESSO" TO
                   WS-LOG-MSG
           ELSE
               MOVE "ACESSO NEGADO - JOB NAO EXECUTADO" TO WS-LOG-MSG
           END-IF.
           PERFORM 9100-GRAVAR-LOG.

       1200-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-JOB.
           IF WS-FS-CFG = "00"
               READ CONFIG-JOB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-RETENCAO-LOGS IS NUMERIC
                               AND CFG-RETENCAO-LOGS > ZEROS
                           MOVE CFG-RETENCAO-LOGS TO WS-ROT-RETENCAO
                       END-IF
                       IF CFG-MESES-RECEBER IS NUMERIC
                               AND CFG-MESES-RECEBER > ZEROS
                           MOVE CFG-MESES-RECEBER TO WS-MESES-RECEBER
                       END-IF
               END-READ
               CLOSE CONFIG-JOB
           END-IF.
           MOVE "00" TO WS-FS-CFG.

       1250-CARREGAR-MONITOR.
           OPEN INPUT CONFIG-MONITOR.
           IF WS-FS-MONCFG = "00"
               READ CONFIG-MONITOR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MON-FATOR IS NUMERIC AND MON-FATOR > ZEROS
                           MOVE MON-FATOR TO WS-FATOR-ALERTA
                       END-IF
                       IF MON-AMOSTRAS IS NUMERIC
                               AND MON-AMOSTRAS >= 1
                               AND MON-AMOSTRAS <= 20
                           MOVE MON-AMOSTRAS TO WS-AMOSTRAS
                       END-IF
               END-READ
               CLOSE CONFIG-MONITOR
           END-IF.
           MOVE "00" TO WS-FS-MONCFG.

       1300-LER-CHECKPOINT.
           MOVE SPACES TO WS-ETAPAS-CONCLUIDAS.

           OPEN INPUT CHECKPOINT-JOB.
           IF WS-FS-CKPT = "00"
               READ CHECKPOINT-JOB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-DATA = WS-DATA-FECHAMENTO
                           MOVE CKP-ETAPAS TO WS-ETAPAS-CONCLUIDAS
                       END-IF
               END-READ
               CLOSE CHECKPOINT-JOB
           END-IF.
           MOVE "00" TO WS-FS-CKPT.

           IF WS-ETAPAS-CONCLUIDAS NOT = SPACES
               DISPLAY "EXECUCAO ANTERIOR ENCONTRADA PARA A DATA - "
                   "AS ETAPAS CONCLUIDAS SERAO PULADAS"
               DISPLAY "FORCAR REPROCESSAMENTO COMPLETO (S/N)?"
               ACCEPT WS-FORCAR-REPROC
               IF WS-FORCAR-REPROC = "S" OR WS-FORCAR-REPROC = "s"
                   MOVE SPACES TO WS-ETAPAS-CONCLUIDAS
                   MOVE "REPROCESSAMENTO COMPLETO FORCADO"
                       TO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               END-IF
           END-IF.

      *****************************************
      * O JOB RODA DEPOIS DO JOBDIARIO DO ULTIMO DIA UTIL, QUE JA
      * AVANCOU O DATMOV: O DIA UTIL ANTERIOR A DATA DE MOVIMENTO E
      * A DATA DO FECHAMENTO E TEM DE SER O ULTIMO DIA UTIL DO MES
      *****************************************
       1500-APURAR-DATA-FECHAMENTO.
           CALL "DATMOV" USING DMV-AREA.

           SET CAL-FUNCAO-ANTERIOR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE ZEROS TO CAL-DIAS CAL-FILIAL.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-FECHAMENTO.

           SET CAL-FUNCAO-ULTIMO-UTIL TO TRUE.
           MOVE WS-DATA-FECHAMENTO TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-ULTIMO-UTIL.

           IF WS-DATA-FECHAMENTO = WS-DATA-ULTIMO-UTIL
               SET DATA-DE-FECHAMENTO TO TRUE
               MOVE WS-DF-ANO TO WS-PER-ANO
               MOVE WS-DF-MES TO WS-PER-MES
               MOVE WS-PERIODO-FECHAR TO WS-ROT-PERIODO
           ELSE
               SET DATA-FORA-DO-FECHAMENTO TO TRUE
           END-IF.

       1600-RECUSAR-DATA.
           SET CAL-FUNCAO-ULTIMO-UTIL TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-DATA-RESULTADO = DMV-DATA
               DISPLAY "DATA DE MOVIMENTO " DMV-DATA " E O ULTIMO DIA "
                   "UTIL DO MES - RODAR O JOBMENSAL DEPOIS DO "
                   "JOBDIARIO DESSA DATA"
               MOVE SPACES TO WS-LOG-MSG
               STRING "JOBDIARIO DO ULTIMO DIA UTIL AINDA NAO RODOU - "
                   "RECUSADO"
                   DELIMITED BY SIZE INTO WS-LOG-MSG
           ELSE
               DISPLAY "DATA " WS-DATA-FECHAMENTO " NAO E O ULTIMO DIA "
                   "UTIL DO MES (" WS-DATA-ULTIMO-UTIL ") - "
                   "FECHAMENTO RECUSADO"
               MOVE "DATA FORA DO ULTIMO DIA UTIL DO MES - RECUSADO"
                   TO WS-LOG-MSG
           END-IF.
           PERFORM 9100-GRAVAR-LOG.
           MOVE 8 TO WS-RC-MAIOR.

       2000-EXECUTAR-FECHAMES.
           MOVE 1 TO WS-ETAPA-NUM.
           MOVE "FECHAMENTO DO PERIODO E FOTOS" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(1) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "FECHAMES" USING WS-PERIODO-FECHAR
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       3000-EXECUTAR-AUDVERIF.
           MOVE 2 TO WS-ETAPA-NUM.
           MOVE "VERIFICACAO DA CORRENTE DE AUDITORIA"
               TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(2) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               MOVE ZEROS TO WS-RC-AUDVERIF
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "AUDVERIF"
               PERFORM 8100-LOG-FIM-ETAPA
               MOVE WS-RC-ETAPA TO WS-RC-AUDVERIF
           END-IF.

      *****************************************
      * A ROTACAO ZERA O AUDITLOG E A CORRENTE DE CHECKSUMS: COM A
      * CORRENTE QUEBRADA (AUDVERIF RC 8) O MES NAO PODE SER
      * ARQUIVADO; A ETAPA FICA PENDENTE PARA O REINICIO DEPOIS DA
      * APURACAO (RELAUDV)
      *****************************************
       4000-EXECUTAR-LOGROT.
           MOVE 3 TO WS-ETAPA-NUM.
           MOVE "ROTACAO DOS LOGS DE AUDITORIA" TO WS-NOME-ETAPA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(3) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN WS-RC-AUDVERIF > 4
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "ETAPA RECUSADA - LOGROT: CORRENTE DE "
                       "AUDITORIA QUEBRADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
                   DISPLAY "*** LOGROT RECUSADO - CORRENTE DO AUDITLOG "
                       "QUEBRADA, VER RELAUDV ***"
                   IF WS-RC-MAIOR < 8
                       MOVE 8 TO WS-RC-MAIOR
                   END-IF
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "LOGROT" USING WS-PARM-ROTACAO
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

       5000-EXECUTAR-CLIABC.
           MOVE 4 TO WS-ETAPA-NUM.
           MOVE "CLASSIFICACAO ABC DOS CLIENTES" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(4) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "CLIABC"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       6000-EXECUTAR-RECROLL.
           MOVE 5 TO WS-ETAPA-NUM.
           MOVE "EXPURGO DO CONTAS A RECEBER" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(5) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "RECROLL" USING WS-MESES-RECEBER
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       7000-EXECUTAR-CLIBKP.
           MOVE 6 TO WS-ETAPA-NUM.
           MOVE "BACKUP EM GERACOES CADCLI E VENDCLI" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(6) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "CLIBKP" USING WS-MODO-BACKUP
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * O FIMMES LE O PROPRIO LOGMENSAL PARA COPIAR OS CODIGOS DE
      * RETORNO DAS ETAPAS, ENTAO O LOG E FECHADO ANTES DA CHAMADA
      * E REABERTO EM EXTEND DEPOIS, COMO NO FECHADIA DO JOBDIARIO
      *****************************************
       7500-EXECUTAR-FIMMES.
           MOVE 7 TO WS-ETAPA-NUM.
           MOVE "RESUMO DO FECHAMENTO DO MES" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(7) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               CLOSE LOG-MENSAL
               MOVE ZEROS TO RETURN-CODE
               CALL "FIMMES" USING WS-DATA-FECHAMENTO
               OPEN EXTEND LOG-MENSAL
               IF WS-FS-LOG NOT = "00"
                   OPEN OUTPUT LOG-MENSAL
               END-IF
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       8000-LOG-INICIO-ETAPA.
           ACCEPT WS-HORA-INI-ETAPA FROM TIME.
           MOVE SPACES TO WS-LOG-MSG.
           STRING "INICIO - " WS-NOME-ETAPA
               DELIMITED BY SIZE INTO WS-LOG-MSG.
           PERFORM 9100-GRAVAR-LOG.

       8100-LOG-FIM-ETAPA.
           MOVE RETURN-CODE TO WS-RC-ETAPA.
           ACCEPT WS-HORA-FIM-ETAPA FROM TIME.

           MOVE SPACES TO WS-LOG-MSG.
           STRING "FIM - " WS-NOME-ETAPA " RC=" WS-RC-ETAPA
               DELIMITED BY SIZE INTO WS-LOG-MSG.
           PERFORM 9100-GRAVAR-LOG.

           PERFORM 8300-REGISTRAR-DURACAO.

           IF WS-RC-ETAPA > WS-RC-MAIOR
               MOVE WS-RC-ETAPA TO WS-RC-MAIOR
           END-IF.

           IF WS-RC-ETAPA >= 12
               SET JOB-ABORTADO TO TRUE
               MOVE SPACES TO WS-LOG-MSG
               STRING "JOB ABORTADO NA ETAPA - " WS-NOME-ETAPA
                   DELIMITED BY SIZE INTO WS-LOG-MSG
               PERFORM 9100-GRAVAR-LOG
               DISPLAY "JOB MENSAL ABORTADO NA ETAPA: " WS-NOME-ETAPA
           ELSE
               IF WS-RC-ETAPA <= 4
                   MOVE "C" TO WS-ETAPA-FLAG(WS-ETAPA-NUM)
                   PERFORM 9200-GRAVAR-CHECKPOINT
               END-IF
           END-IF.

       8200-LOG-ETAPA-JA-CONCLUIDA.
           MOVE SPACES TO WS-LOG-MSG.
           STRING "ETAPA JA CONCLUIDA - PULADA - " WS-NOME-ETAPA
               DELIMITED BY SIZE INTO WS-LOG-MSG.
           PERFORM 9100-GRAVAR-LOG.

      *****************************************
      * MONITORACAO DE DURACAO, COMO NO JOBDIARIO, CONTRA AS
      * ULTIMAS EXECUCOES DA MESMA ETAPA NO JOBMHIST
      *****************************************
       8300-REGISTRAR-DURACAO.
           MOVE WS-HORA-INI-ETAPA TO WS-HORA-DESMEMBRADA.
           COMPUTE WS-SEGUNDOS-INI =
               (WS-HR-HH * 3600) + (WS-HR-MM * 60) + WS-HR-SS.
           MOVE WS-HORA-FIM-ETAPA TO WS-HORA-DESMEMBRADA.
           COMPUTE WS-SEGUNDOS-FIM =
               (WS-HR-HH * 3600) + (WS-HR-MM * 60) + WS-HR-SS.

           IF WS-SEGUNDOS-FIM >= WS-SEGUNDOS-INI
               COMPUTE WS-SEGUNDOS-ETAPA =
                   WS-SEGUNDOS-FIM - WS-SEGUNDOS-INI
           ELSE
               COMPUTE WS-SEGUNDOS-ETAPA =
                   (86400 - WS-SEGUNDOS-INI) + WS-SEGUNDOS-FIM
           END-IF.

           PERFORM 8400-APURAR-MEDIA-ETAPA.

           IF WS-MEDIA-ETAPA > ZEROS
               COMPUTE WS-LIMITE-ETAPA ROUNDED =
                   WS-MEDIA-ETAPA * WS-FATOR-ALERTA
               IF WS-SEGUNDOS-ETAPA > WS-LIMITE-ETAPA
                   SET ALERTA-DURACAO TO TRUE
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "AVISO DURACAO - " WS-NOME-ETAPA(1:25)
                       " " WS-SEGUNDOS-ETAPA "S MEDIA "
                       WS-MEDIA-ETAPA "S"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
                   DISPLAY "*** ETAPA " WS-NOME-ETAPA " DEMOROU "
                       WS-SEGUNDOS-ETAPA " SEGUNDOS (MEDIA "
                       WS-MEDIA-ETAPA ") ***"
               END-IF
           END-IF.

           OPEN EXTEND HISTORICO-ETAPAS.
           IF WS-FS-JOBHIST NOT = "00"
               OPEN OUTPUT HISTORICO-ETAPAS
           END-IF.
           MOVE SPACES TO JBH-LINHA.
           MOVE WS-DATA-FECHAMENTO TO JBH-DATA.
           MOVE WS-ETAPA-NUM TO JBH-ETAPA.
           MOVE WS-NOME-ETAPA(1:30) TO JBH-NOME.
           MOVE WS-HORA-INI-ETAPA TO JBH-HORA-INICIO.
           MOVE WS-HORA-FIM-ETAPA TO JBH-HORA-FIM.
           MOVE WS-SEGUNDOS-ETAPA TO JBH-SEGUNDOS.
           WRITE JBH-LINHA.
           CLOSE HISTORICO-ETAPAS.
           MOVE "00" TO WS-FS-JOBHIST.

       8400-APURAR-MEDIA-ETAPA.
           MOVE ZEROS TO WS-AMO-QTD WS-MEDIA-ETAPA
               WS-SOMA-AMOSTRAS.

           OPEN INPUT HISTORICO-ETAPAS.
           IF WS-FS-JOBHIST = "00"
               PERFORM 8410-APURAR-MEDIA-LOOP
                   UNTIL WS-FS-JOBHIST NOT = "00"
               CLOSE HISTORICO-ETAPAS
           END-IF.
           MOVE "00" TO WS-FS-JOBHIST.

           IF WS-AMO-QTD > ZEROS
               PERFORM VARYING WS-AMO-I FROM 1 BY 1
                       UNTIL WS-AMO-I > WS-AMO-QTD
                   ADD WS-AMO-SEGUNDOS(WS-AMO-I) TO
                       WS-SOMA-AMOSTRAS
               END-PERFORM
               COMPUTE WS-MEDIA-ETAPA ROUNDED =
                   WS-SOMA-AMOSTRAS / WS-AMO-QTD
           END-IF.

       8410-APURAR-MEDIA-LOOP.
           READ HISTORICO-ETAPAS
               AT END
                   MOVE "10" TO WS-FS-JOBHIST
               NOT AT END
                   IF JBH-ETAPA = WS-ETAPA-NUM
                       IF WS-AMO-QTD < WS-AMOSTRAS
                           ADD 1 TO WS-AMO-QTD
                           MOVE JBH-SEGUNDOS TO
                               WS-AMO-SEGUNDOS(WS-AMO-QTD)
                       ELSE
                           PERFORM VARYING WS-AMO-I FROM 1 BY 1
                                   UNTIL WS-AMO-I >= WS-AMO-QTD
                               MOVE WS-AMO-SEGUNDOS(WS-AMO-I + 1)
                                   TO WS-AMO-SEGUNDOS(WS-AMO-I)
                           END-PERFORM
                           MOVE JBH-SEGUNDOS TO
                               WS-AMO-SEGUNDOS(WS-AMO-QTD)
                       END-IF
                   END-IF
           END-READ.

       9000-FINALIZAR.
           EVALUATE TRUE
               WHEN NOT SGN-ACESSO-CONCEDIDO
                   MOVE "JOB MENSAL ENCERRADO SEM EXECUTAR AS ETAPAS"
                       TO WS-LOG-MSG
               WHEN JOB-NAO-EXECUTADO
                   MOVE "JOB MENSAL RECUSADO - NENHUMA ETAPA EXECUTADA"
                       TO WS-LOG-MSG
               WHEN JOB-ABORTADO
                   MOVE "JOB MENSAL ABORTADO - VER ETAPA ACIMA" TO
                       WS-LOG-MSG
               WHEN WS-RC-MAIOR > 4
                   MOVE "JOB MENSAL CONCLUIDO COM ETAPAS PENDENTES" TO
                       WS-LOG-MSG
               WHEN OTHER
                   MOVE "JOB MENSAL CONCLUIDO COM SUCESSO" TO
                       WS-LOG-MSG
           END-EVALUATE.
           PERFORM 9100-GRAVAR-LOG.

           CLOSE LOG-MENSAL.

           MOVE WS-RC-MAIOR TO RETURN-CODE.
           IF NOT SGN-ACESSO-CONCEDIDO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF ALERTA-DURACAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               DISPLAY "JOB COM AVISO DE DURACAO - VER JOBMHIST"
           END-IF.

           DISPLAY "JOB MENSAL CONCLUIDO - VER LOGMENSAL".

       9100-GRAVAR-LOG.
           MOVE WS-DATA-FECHAMENTO TO WS-LOG-DATA.
           ACCEPT WS-LOG-HORA FROM TIME.

           MOVE SPACES TO LOG-LINHA.
           STRING WS-LOG-DATA " " WS-LOG-HORA " " WS-LOG-MSG
               DELIMITED BY SIZE INTO LOG-LINHA.
           WRITE LOG-LINHA.

       9200-GRAVAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-JOB.
           MOVE SPACES TO CKP-LINHA.
           MOVE WS-DATA-FECHAMENTO TO CKP-DATA.
           MOVE WS-ETAPAS-CONCLUIDAS TO CKP-ETAPAS.
           WRITE CKP-LINHA.
           CLOSE CHECKPOINT-JOB.
           MOVE "00" TO WS-FS-CKPT.

       END PROGRAM JOBMENSAL.
