       PROGRAM-ID. JOBDIARIO.
      *************************************
      *OBJETIVO: JOB QUE ENCADEIA A SEQUENCIA NOTURNA COMPLETA EM
      *UMA UNICA EXECUCAO: PRE-EDICAO DOS ARQUIVOS DE ENTRADA
      *(PREEDIT, QUE ABORTA A ESTEIRA ANTES DE QUALQUER LANCAMENTO
      *QUANDO TRANCLI, MOVVND OU RETBANCO ESTA INUTILIZAVEL),
      *IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL
      *(WEBIMP FASE I), CARGA TRANCLI (CLIENTES EM MODO BATCH), CARGA
      *DOS PEDIDOS DA LOJA NO MOVVND (WEBIMP FASE C), CAPTURA DE
      *VENDAS E RECONCILIACAO (PROJETO5), GERACAO DOS
      *TITULOS DO CONTAS A RECEBER (GERAREC), CONFERENCIA DE PONTA A
      *PONTA DO DIA (CONFDIA), RELATORIO DE CREDITO (CLICRED),
      *EXTRACAO (CLIEXTR) E, NO DIA PROGRAMADO DO
      *MES (JOBCFG), A PURGA (CLIPURGA), A SUGESTAO DE REPOSICAO DE
      *ESTOQUE (REPOSUG), NA SEGUNDA-FEIRA O RELATORIO DE LOTES
      *PROXIMOS DO VENCIMENTO (LOTVENC), A VIRADA DAS ENTREGAS SEM
      *BAIXA PARA O PROXIMO DIA UTIL (ENTROLA), NA SEGUNDA-FEIRA O
      *RELATORIO DE ANOMALIAS POR OPERADOR (ANOMREL) E A REVISAO
      *DOS ADIANTAMENTOS DE CLIENTE PARADOS (ADTREV), O EXTRATO DE
      *LEMBRETES DE VENCIMENTO (LEMBRETE), A LISTA DE DEPOSITO DOS
      *CHEQUES EM CUSTODIA (CHQDEP), A PROVA DO SALDO DO CONTAS A
      *RECEBER (RECPROVA, QUE ABORTA A ESTEIRA QUANDO NAO FECHA), OS
      *LANCAMENTOS CONTABEIS DO DIA (CTBDIA), NA SEGUNDA-FEIRA O
      *RELATORIO SEMANAL DO ATENDIMENTO AO CLIENTE (SACREL), O
      *BLOQUEIO DOS OPERADORES INATIVOS E DOS NAO RECERTIFICADOS NO
      *PRAZO (OPEDORM), NA SEGUNDA-FEIRA A LISTA DE SUSPEITOS DE
      *CLIENTES DUPLICADOS (CLIDUPS), FECHANDO COM O RESUMO DO DIA
      *(FECHADIA).
      *GRAVA EM LOGDIARIO O CODIGO DE RETORNO DE CADA ETAPA, PULA A
      *EXTRACAO QUANDO A CARGA FALHA E ABORTA DIZENDO EXATAMENTE
      *QUAL ETAPA MORREU.
      *CADA ETAPA TEM INICIO, FIM E DURACAO GRAVADOS NO HISTORICO DE
      *EXECUCOES (JOBHIST); ETAPA QUE ESTOURA A MEDIA DAS ULTIMAS
      *EXECUCOES VEZES O FATOR DO MONCFG GERA AVISO NO LOG E NO
           01  JBH-LINHA.
               05 JBH-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 JBH-ETAPA PIC 9(2).
               05 FILLER PIC X(1).
               05 JBH-NOME PIC X(30).
               05 FILLER PIC X(1).
               05 CKP-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 CKP-ETAPAS.
                   10 CKP-ETAPA PIC X(1) OCCURS 30 TIMES.

       WORKING-STORAGE SECTION.
           77 WS-FS-LOG PIC X(2) VALUE "00".
           77 WS-MODO-CLIENTES PIC X(10) VALUE "BATCH".
           77 WS-MODO-VENDAS PIC X(10) VALUE "BATCH".
           77 WS-MODO-CLICRED PIC X(10) VALUE "BATCH".
           77 WS-FASE-WEB PIC X(1).
           77 WS-JOB-PIN PIC X(4).
           77 WS-DIA-PURGA PIC 9(2) VALUE 01.
           77 WS-FS-CKPT PIC X(2) VALUE "00".
           77 WS-RC-ETAPA PIC 9(4) VALUE ZEROS.
           77 WS-RC-CARGA PIC 9(4) VALUE ZEROS.
           77 WS-NOME-ETAPA PIC X(40).
           77 WS-ETAPA-NUM PIC 9(2) VALUE ZEROS.
           77 WS-FORCAR-REPROC PIC X(1).
           01 WS-ETAPAS-CONCLUIDAS.
               05 WS-ETAPA-FLAG PIC X(1) OCCURS 30 TIMES.
           77 WS-SW-ABORTO PIC X(1) VALUE "N".
               88 JOB-ABORTADO VALUE "S".
               88 JOB-NORMAL VALUE "N".
           COPY "RUNCTL-REG.CPY".
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "DATMOD-REG.CPY".
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               SET JOB-NORMAL TO TRUE
               PERFORM 1300-LER-CHECKPOINT

               PERFORM 1800-PRE-EDITAR-ENTRADAS
               IF JOB-NORMAL
                   PERFORM 1900-IMPORTAR-PEDIDOS-WEB
               END-IF
               IF JOB-NORMAL
                   PERFORM 2000-EXECUTAR-CLIENTES
               END-IF
               IF JOB-NORMAL
                   PERFORM 2500-CARREGAR-PEDIDOS-WEB
               END-IF
               IF JOB-NORMAL
                   PERFORM 3000-EXECUTAR-VENDAS
               END-IF
               IF JOB-NORMAL
                   PERFORM 6000-EXECUTAR-CLIPURGA
               END-IF
               IF JOB-NORMAL
                   PERFORM 6500-EXECUTAR-REPOSUG
               END-IF
               IF JOB-NORMAL
                   PERFORM 6600-EXECUTAR-LOTVENC
               END-IF
               IF JOB-NORMAL
                   PERFORM 6700-EXECUTAR-ENTROLA
               END-IF
               IF JOB-NORMAL
                   PERFORM 6800-EXECUTAR-ANOMREL
               END-IF
               IF JOB-NORMAL
                   PERFORM 6900-EXECUTAR-ADTREV
               END-IF
               IF JOB-NORMAL
                   PERFORM 6950-EXECUTAR-LEMBRETE
               END-IF
               IF JOB-NORMAL
                   PERFORM 6960-EXECUTAR-CHQDEP
               END-IF
               IF JOB-NORMAL
                   PERFORM 6970-EXECUTAR-RECPROVA
               END-IF
               IF JOB-NORMAL
                   PERFORM 6980-EXECUTAR-CTBDIA
               END-IF
               IF JOB-NORMAL
                   PERFORM 6990-EXECUTAR-SACREL
               END-IF
               IF JOB-NORMAL
                   PERFORM 6995-EXECUTAR-OPEDORM
               END-IF
               IF JOB-NORMAL
                   PERFORM 6997-EXECUTAR-CLIDUPS
               END-IF
               IF JOB-NORMAL
                   PERFORM 7000-EXECUTAR-FECHADIA
               END-IF
           END-IF.
           PERFORM 9100-GRAVAR-LOG.

      *****************************************
      * PRE-EDICAO: LE OS ARQUIVOS DE ENTRADA SEM LANCAR NADA; RC 12
      * (ARQUIVO INUTILIZAVEL) ABORTA O JOB ANTES DA PRIMEIRA CARGA
      *****************************************
       1800-PRE-EDITAR-ENTRADAS.
           MOVE 23 TO WS-ETAPA-NUM.
           MOVE "PRE-EDICAO DAS ENTRADAS" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(23) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "PREEDIT"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * PEDIDOS DA LOJA VIRTUAL: A FASE I RODA ANTES DA CARGA DE
      * CLIENTES PARA O CLIENTE NOVO ENTRAR PELO TRANCLI; A FASE C
      * RODA DEPOIS DELA E ANTES DA CAPTURA, ACRESCENTANDO OS
      * PEDIDOS NO MOVVND
      *****************************************
       1900-IMPORTAR-PEDIDOS-WEB.
           MOVE 12 TO WS-ETAPA-NUM.
           MOVE "IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL"
               TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(12) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               MOVE "I" TO WS-FASE-WEB
               CALL "WEBIMP" USING WS-FASE-WEB
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       2000-EXECUTAR-CLIENTES.
           MOVE 1 TO WS-ETAPA-NUM.
           MOVE "CARGA EM LOTE DE CLIENTES" TO WS-NOME-ETAPA.
               MOVE WS-RC-ETAPA TO WS-RC-CARGA
           END-IF.

       2500-CARREGAR-PEDIDOS-WEB.
           MOVE 13 TO WS-ETAPA-NUM.
           MOVE "CARGA DOS PEDIDOS DA LOJA VIRTUAL" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(13) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               MOVE "C" TO WS-FASE-WEB
               CALL "WEBIMP" USING WS-FASE-WEB
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       3000-EXECUTAR-VENDAS.
           MOVE 2 TO WS-ETAPA-NUM.
           MOVE "CAPTURA DE VENDAS E RECONCILIACAO" TO WS-NOME-ETAPA.
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

       6500-EXECUTAR-REPOSUG.
           MOVE 10 TO WS-ETAPA-NUM.
           MOVE "SUGESTAO DE REPOSICAO DE ESTOQUE" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(10) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "REPOSUG"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * RELATORIO SEMANAL DE VENCIMENTO DE LOTES: SO QUANDO A DATA
      * DE MOVIMENTO CAI NA SEGUNDA-FEIRA (DATMOD)
      *****************************************
       6600-EXECUTAR-LOTVENC.
           MOVE 11 TO WS-ETAPA-NUM.
           MOVE "LOTES PROXIMOS DO VENCIMENTO" TO WS-NOME-ETAPA.

           MOVE WS-DATA-MOVIMENTO TO DTM-DATA.
           CALL "DATMOD" USING DTM-AREA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(11) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN DTM-DIA-SEMANA-NUM NOT = 2
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "LOTVENC NAO PROGRAMADO PARA HOJE - ETAPA "
                       "PULADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "LOTVENC"
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

       6700-EXECUTAR-ENTROLA.
           MOVE 14 TO WS-ETAPA-NUM.
           MOVE "VIRADA DAS ENTREGAS SEM BAIXA" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(14) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "ENTROLA"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * ANOMALIAS DA SEMANA POR OPERADOR, SO QUANDO A DATA DE
      * MOVIMENTO CAI NA SEGUNDA-FEIRA (DATMOD)
      *****************************************
       6800-EXECUTAR-ANOMREL.
           MOVE 15 TO WS-ETAPA-NUM.
           MOVE "ANOMALIAS POR OPERADOR" TO WS-NOME-ETAPA.

           MOVE WS-DATA-MOVIMENTO TO DTM-DATA.
           CALL "DATMOD" USING DTM-AREA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(15) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN DTM-DIA-SEMANA-NUM NOT = 2
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "ANOMREL NAO PROGRAMADO PARA HOJE - ETAPA "
                       "PULADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "ANOMREL"
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

      *****************************************
      * ADIANTAMENTOS DE CLIENTE PARADOS ALEM DO PRAZO, SO QUANDO A
      * DATA DE MOVIMENTO CAI NA SEGUNDA-FEIRA (DATMOD)
      *****************************************
       6900-EXECUTAR-ADTREV.
           MOVE 16 TO WS-ETAPA-NUM.
           MOVE "REVISAO DE ADIANTAMENTOS PARADOS" TO WS-NOME-ETAPA.

           MOVE WS-DATA-MOVIMENTO TO DTM-DATA.
           CALL "DATMOD" USING DTM-AREA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(16) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN DTM-DIA-SEMANA-NUM NOT = 2
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "ADTREV NAO PROGRAMADO PARA HOJE - ETAPA "
                       "PULADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "ADTREV"
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

       6950-EXECUTAR-LEMBRETE.
           MOVE 17 TO WS-ETAPA-NUM.
           MOVE "LEMBRETES DE VENCIMENTO" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(17) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "LEMBRETE"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       6960-EXECUTAR-CHQDEP.
           MOVE 18 TO WS-ETAPA-NUM.
           MOVE "DEPOSITO DE CHEQUES EM CUSTODIA" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(18) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "CHQDEP"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       6970-EXECUTAR-RECPROVA.
           MOVE 19 TO WS-ETAPA-NUM.
           MOVE "PROVA DO SALDO DO CONTAS A RECEBER" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(19) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "RECPROVA"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

       6980-EXECUTAR-CTBDIA.
           MOVE 20 TO WS-ETAPA-NUM.
           MOVE "LANCAMENTOS CONTABEIS DO DIA" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(20) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "CTBDIA"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * CASOS DE ATENDIMENTO DA SEMANA, BACKLOG POR IDADE E TEMPO
      * MEDIO DE RESOLUCAO, SO QUANDO A DATA DE MOVIMENTO CAI NA
      * SEGUNDA-FEIRA (DATMOD)
      *****************************************
       6990-EXECUTAR-SACREL.
           MOVE 21 TO WS-ETAPA-NUM.
           MOVE "ATENDIMENTO AO CLIENTE SEMANAL" TO WS-NOME-ETAPA.

           MOVE WS-DATA-MOVIMENTO TO DTM-DATA.
           CALL "DATMOD" USING DTM-AREA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(21) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN DTM-DIA-SEMANA-NUM NOT = 2
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "SACREL NAO PROGRAMADO PARA HOJE - ETAPA "
                       "PULADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "SACREL"
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

       6995-EXECUTAR-OPEDORM.
           MOVE 22 TO WS-ETAPA-NUM.
           MOVE "OPERADORES INATIVOS E RECERTIFICACAO" TO WS-NOME-ETAPA.

           IF WS-ETAPA-FLAG(22) = "C"
               PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
           ELSE
               PERFORM 8000-LOG-INICIO-ETAPA
               MOVE ZEROS TO RETURN-CODE
               CALL "OPEDORM"
               PERFORM 8100-LOG-FIM-ETAPA
           END-IF.

      *****************************************
      * LISTA SEMANAL DE SUSPEITOS DE CLIENTES DUPLICADOS (RELDUPS),
      * SO QUANDO A DATA DE MOVIMENTO CAI NA SEGUNDA-FEIRA (DATMOD)
      *****************************************
       6997-EXECUTAR-CLIDUPS.
           MOVE 24 TO WS-ETAPA-NUM.
           MOVE "SUSPEITOS DE DUPLICIDADE" TO WS-NOME-ETAPA.

           MOVE WS-DATA-MOVIMENTO TO DTM-DATA.
           CALL "DATMOD" USING DTM-AREA.

           EVALUATE TRUE
               WHEN WS-ETAPA-FLAG(24) = "C"
                   PERFORM 8200-LOG-ETAPA-JA-CONCLUIDA
               WHEN DTM-DIA-SEMANA-NUM NOT = 2
                   MOVE SPACES TO WS-LOG-MSG
                   STRING "CLIDUPS NAO PROGRAMADO PARA HOJE - ETAPA "
                       "PULADA"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
                   PERFORM 9100-GRAVAR-LOG
               WHEN OTHER
                   PERFORM 8000-LOG-INICIO-ETAPA
                   MOVE ZEROS TO RETURN-CODE
                   CALL "CLIDUPS"
                   PERFORM 8100-LOG-FIM-ETAPA
           END-EVALUATE.

      *****************************************
      * O FECHADIA LE O PROPRIO LOGDIARIO PARA COPIAR OS CODIGOS DE
      * RETORNO DAS ETAPAS, ENTAO O LOG E FECHADO ANTES DA CHAMADA
