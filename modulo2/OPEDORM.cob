       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEDORM.
      *********************************
      * OBJETIVO: CONTROLE NOTURNO DE OPERADORES INATIVOS E DO PRAZO
      *           DE RECERTIFICACAO (CHAMADO PELO JOBDIARIO):
      *           VARRE O LOG DE ACESSOS (ACESSOLOG) E GRAVA NO
      *           OPERMST A DATA DO ULTIMO ACESSO BEM-SUCEDIDO DE
      *           CADA OPERADOR (O LOG E RODADO TODO MES PELO
      *           LOGROT, POR ISSO A DATA FICA NO CADASTRO); DEPOIS
      *           BLOQUEIA O OPERADOR ATIVO SEM ACESSO HA MAIS DIAS
      *           QUE O LIMITE DO DORMCFG E, COM A CAMPANHA DO
      *           RECERTCTL JA VENCIDA, QUEM O GESTOR NAO CONFIRMOU
      *           DESDE A ABERTURA (OPERCERT). CADA BLOQUEIO VAI
      *           PARA O LOG DE AUDITORIA E PARA O RELDORM. O ULTIMO
      *           ADM ATIVO NUNCA E BLOQUEADO (SEM ELE NINGUEM
      *           DESBLOQUEIA NO OPERMNT) - SAI SO COMO AVISO.
      *           CONDICAO DE RETORNO 4 QUANDO HOUVE BLOQUEIO OU
      *           AVISO
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ACESSO-LOG ASSIGN TO "ACESSOLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-ACESSO.

                   SELECT OPERADORES ASSIGN TO "OPERMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPE-CODIGO
                       FILE STATUS IS WS-FS-OPERMST.

                   SELECT CONFIG-INATIVIDADE ASSIGN TO "DORMCFG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-DORMCFG.

                   SELECT CONTROLE-RECERT ASSIGN TO "RECERTCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-RECERT.

                   SELECT RELATORIO-INATIVOS ASSIGN TO "RELDORM"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-RELDORM.

       DATA DIVISION.
           FILE SECTION.
           FD  ACESSO-LOG
               LABEL RECORD IS STANDARD.
           01  ACS-LINHA PIC X(80).

           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

           FD  CONFIG-INATIVIDADE
               LABEL RECORD IS STANDARD.
           01  DRM-LINHA.
               05 DRM-DIAS-LIMITE PIC 9(3).

           FD  CONTROLE-RECERT
               LABEL RECORD IS STANDARD.
               COPY "RECERT-REG.CPY".

           FD  RELATORIO-INATIVOS
               LABEL RECORD IS STANDARD.
           01  DRL-LINHA PIC X(100).

           WORKING-STORAGE SECTION.
               77 WS-FS-ACESSO PIC X(2) VALUE "00".
               77 WS-FS-OPERMST PIC X(2) VALUE "00".
               77 WS-FS-DORMCFG PIC X(2) VALUE "00".
               77 WS-FS-RECERT PIC X(2) VALUE "00".
               77 WS-FS-RELDORM PIC X(2) VALUE "00".
               77 WS-OPERADORES-SW PIC X(1) VALUE "N".
                   88 OPERADORES-DISPONIVEL VALUE "S".
               77 WS-ACESSOS-SW PIC X(1) VALUE "N".
                   88 ACESSOS-DISPONIVEL VALUE "S".
               77 WS-CAMPANHA-SW PIC X(1) VALUE "N".
                   88 CAMPANHA-VENCIDA VALUE "S".
                   88 CAMPANHA-AUSENTE VALUE "N".
                   88 CAMPANHA-EM-ANDAMENTO VALUE "A".
               77 WS-CAMP-INICIO PIC 9(8) VALUE ZEROS.
               77 WS-CAMP-LIMITE PIC 9(8) VALUE ZEROS.
               77 WS-DIAS-LIMITE PIC 9(3) VALUE 90.
               77 WS-DIAS-SEM-ACESSO PIC 9(4).
               77 WS-ADM-ATIVOS PIC 9(4) VALUE ZEROS.
               77 WS-MOTIVO PIC X(1).
                   88 MOTIVO-INATIVIDADE VALUE "I".
                   88 MOTIVO-RECERTIFICACAO VALUE "R".
                   88 MOTIVO-NENHUM VALUE " ".
               77 WS-CONT-ATUALIZADOS PIC 9(5) VALUE ZEROS.
               77 WS-CONT-BLQ-INATIVOS PIC 9(5) VALUE ZEROS.
               77 WS-CONT-BLQ-RECERT PIC 9(5) VALUE ZEROS.
               77 WS-CONT-AVISOS PIC 9(5) VALUE ZEROS.
               77 WS-CONT-EDITADO PIC Z(4)9.
               01 WS-ACS-REG.
                   05 WS-ACS-USUARIO PIC X(10).
                   05 FILLER PIC X(1).
                   05 WS-ACS-DATA PIC 9(8).
                   05 FILLER PIC X(1).
                   05 WS-ACS-HORA PIC 9(8).
                   05 FILLER PIC X(1).
                   05 FILLER PIC X(6).
                   05 WS-ACS-NIVEL PIC 9(2).
                   05 FILLER PIC X(1).
                   05 WS-ACS-RESULTADO PIC X(12).
                       88 WS-ACS-SUCESSO VALUE "ADM" "USER"
                           "SUPERVISOR" "AUDITOR".
                   05 FILLER PIC X(30).
               COPY "DATMOV-REG.CPY".
               COPY "CALNEG-REG.CPY".
               COPY "AUDITW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 1000-INICIAR.

           IF OPERADORES-DISPONIVEL
               PERFORM 2000-VARRER-ACESSOS
                   UNTIL WS-FS-ACESSO NOT = "00"
               PERFORM 3000-CONTAR-ADM
               PERFORM 4000-AVALIAR-OPERADORES
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN INPUT CONFIG-INATIVIDADE.
           IF WS-FS-DORMCFG = "00"
               READ CONFIG-INATIVIDADE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DRM-DIAS-LIMITE IS NUMERIC
                               AND DRM-DIAS-LIMITE > ZEROS
                           MOVE DRM-DIAS-LIMITE TO WS-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE CONFIG-INATIVIDADE
           END-IF.
           MOVE "00" TO WS-FS-DORMCFG.

           PERFORM 1100-LER-CAMPANHA.

           OPEN OUTPUT RELATORIO-INATIVOS.

           MOVE SPACES TO DRL-LINHA.
           STRING "OPERADORES INATIVOS E RECERTIFICACAO EM " DMV-DATA
               " (LIMITE " WS-DIAS-LIMITE " DIAS SEM ACESSO)"
               DELIMITED BY SIZE INTO DRL-LINHA.
           WRITE DRL-LINHA.

           MOVE SPACES TO DRL-LINHA.
           EVALUATE TRUE
               WHEN CAMPANHA-AUSENTE
                   MOVE "NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA"
                       TO DRL-LINHA
               WHEN CAMPANHA-EM-ANDAMENTO
                   STRING "CAMPANHA DE RECERTIFICACAO ABERTA EM "
                       WS-CAMP-INICIO " - PRAZO " WS-CAMP-LIMITE
                       DELIMITED BY SIZE INTO DRL-LINHA
               WHEN OTHER
                   STRING "CAMPANHA DE RECERTIFICACAO DE "
                       WS-CAMP-INICIO " VENCIDA EM " WS-CAMP-LIMITE
                       " - NAO CONFIRMADOS SERAO BLOQUEADOS"
                       DELIMITED BY SIZE INTO DRL-LINHA
           END-EVALUATE.
           WRITE DRL-LINHA.

           OPEN I-O OPERADORES.
           IF WS-FS-OPERMST = "00"
               SET OPERADORES-DISPONIVEL TO TRUE
               OPEN INPUT ACESSO-LOG
               IF WS-FS-ACESSO = "00"
                   SET ACESSOS-DISPONIVEL TO TRUE
               ELSE
                   MOVE SPACES TO DRL-LINHA
                   STRING "LOG DE ACESSOS AUSENTE - DATAS DE ULTIMO "
                       "ACESSO MANTIDAS COMO ESTAVAM"
                       DELIMITED BY SIZE INTO DRL-LINHA
                   WRITE DRL-LINHA
                   MOVE "10" TO WS-FS-ACESSO
               END-IF
           ELSE
               MOVE "CADASTRO OPERMST AUSENTE - NADA A AVALIAR"
                   TO DRL-LINHA
               WRITE DRL-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-LER-CAMPANHA.
           SET CAMPANHA-AUSENTE TO TRUE.

           OPEN INPUT CONTROLE-RECERT.
           IF WS-FS-RECERT = "00"
               READ CONTROLE-RECERT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-DATA-INICIO IS NUMERIC
                               AND RCT-DATA-LIMITE IS NUMERIC
                               AND RCT-DATA-INICIO > ZEROS
                           MOVE RCT-DATA-INICIO TO WS-CAMP-INICIO
                           MOVE RCT-DATA-LIMITE TO WS-CAMP-LIMITE
                           IF RCT-DATA-LIMITE < DMV-DATA
                               SET CAMPANHA-VENCIDA TO TRUE
                           ELSE
                               SET CAMPANHA-EM-ANDAMENTO TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROLE-RECERT
           END-IF.
           MOVE "00" TO WS-FS-RECERT.

      *****************************************
      * SO OS ACESSOS CONCEDIDOS CONTAM COMO USO DO OPERADOR; A
      * DATA DO LOG SO SOBE NO CADASTRO, NUNCA DESCE
      *****************************************
       2000-VARRER-ACESSOS.
           READ ACESSO-LOG INTO WS-ACS-REG
               AT END
                   MOVE "10" TO WS-FS-ACESSO
               NOT AT END
                   IF WS-ACS-SUCESSO AND WS-ACS-DATA IS NUMERIC
                       PERFORM 2100-ATUALIZAR-ULTIMO-ACESSO
                   END-IF
           END-READ.

       2100-ATUALIZAR-ULTIMO-ACESSO.
           MOVE WS-ACS-USUARIO TO OPE-CODIGO.
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPE-DATA-ULT-ACESSO IS NOT NUMERIC
                           OR OPE-DATA-ULT-ACESSO < WS-ACS-DATA
                       MOVE WS-ACS-DATA TO OPE-DATA-ULT-ACESSO
                       REWRITE OPE-REGISTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-ATUALIZADOS
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-OPERMST.

       3000-CONTAR-ADM.
           PERFORM 3900-POSICIONAR-INICIO.
           PERFORM 3100-CONTAR-ADM-LOOP
               UNTIL WS-FS-OPERMST NOT = "00".
           MOVE "00" TO WS-FS-OPERMST.

       3100-CONTAR-ADM-LOOP.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-OPERMST
               NOT AT END
                   IF OPE-ATIVO AND OPE-NIVEL = 01
                       ADD 1 TO WS-ADM-ATIVOS
                   END-IF
           END-READ.

       3900-POSICIONAR-INICIO.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-OPERMST
           END-START.

       4000-AVALIAR-OPERADORES.
           PERFORM 3900-POSICIONAR-INICIO.
           PERFORM 4100-AVALIAR-LOOP
               UNTIL WS-FS-OPERMST NOT = "00".
           MOVE "00" TO WS-FS-OPERMST.

       4100-AVALIAR-LOOP.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-OPERMST
               NOT AT END
                   IF OPE-ATIVO
                       PERFORM 4200-AVALIAR-OPERADOR
                   END-IF
           END-READ.

      *****************************************
      * OPERADOR SEM DATA DE ULTIMO ACESSO (CADASTRO ANTERIOR AO
      * CONTROLE) COMECA A CONTAR HOJE. A INATIVIDADE TEM
      * PRECEDENCIA SOBRE A RECERTIFICACAO NO MOTIVO DO BLOQUEIO
      *****************************************
       4200-AVALIAR-OPERADOR.
           SET MOTIVO-NENHUM TO TRUE.
           MOVE ZEROS TO WS-DIAS-SEM-ACESSO.

           IF OPE-DATA-ULT-ACESSO IS NOT NUMERIC
                   OR OPE-DATA-ULT-ACESSO = ZEROS
               MOVE DMV-DATA TO OPE-DATA-ULT-ACESSO
               IF OPE-DATA-RECERT IS NOT NUMERIC
                   MOVE ZEROS TO OPE-DATA-RECERT
               END-IF
               REWRITE OPE-REGISTRO
               END-REWRITE
           END-IF.

           IF OPE-DATA-ULT-ACESSO < DMV-DATA
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE OPE-DATA-ULT-ACESSO TO CAL-DATA
               MOVE DMV-DATA TO CAL-DATA-2
               MOVE ZEROS TO CAL-FILIAL
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-DIAS-SEM-ACESSO
           END-IF.

           IF WS-DIAS-SEM-ACESSO > WS-DIAS-LIMITE
               SET MOTIVO-INATIVIDADE TO TRUE
           ELSE
               IF CAMPANHA-VENCIDA
                       AND (OPE-DATA-RECERT IS NOT NUMERIC
                           OR OPE-DATA-RECERT < WS-CAMP-INICIO)
                   SET MOTIVO-RECERTIFICACAO TO TRUE
               END-IF
           END-IF.

           IF NOT MOTIVO-NENHUM
               IF OPE-NIVEL = 01 AND WS-ADM-ATIVOS < 2
                   PERFORM 4400-AVISAR-ULTIMO-ADM
               ELSE
                   PERFORM 4300-BLOQUEAR-OPERADOR
               END-IF
           END-IF.

       4300-BLOQUEAR-OPERADOR.
           SET OPE-BLOQUEADO TO TRUE.
           REWRITE OPE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO DRL-LINHA
                   STRING OPE-CODIGO " " OPE-NOME
                       " ERRO AO GRAVAR O BLOQUEIO"
                       DELIMITED BY SIZE INTO DRL-LINHA
                   WRITE DRL-LINHA
                   ADD 1 TO WS-CONT-AVISOS
               NOT INVALID KEY
                   IF OPE-NIVEL = 01
                       SUBTRACT 1 FROM WS-ADM-ATIVOS
                   END-IF
                   PERFORM 4310-REGISTRAR-BLOQUEIO
           END-REWRITE.

       4310-REGISTRAR-BLOQUEIO.
           MOVE "OPEDORM" TO AUW-USUARIO.
           MOVE SPACES TO AUW-DETALHE.
           MOVE SPACES TO DRL-LINHA.

           IF MOTIVO-INATIVIDADE
               MOVE "BLQDORM" TO AUW-ACAO
               STRING "OPE " OPE-CODIGO " DIAS " WS-DIAS-SEM-ACESSO
                   DELIMITED BY SIZE INTO AUW-DETALHE
               STRING OPE-CODIGO " " OPE-NOME " FIL " OPE-FILIAL
                   " NIVEL " OPE-NIVEL " BLOQUEADO - SEM ACESSO HA "
                   WS-DIAS-SEM-ACESSO " DIAS (ULTIMO "
                   OPE-DATA-ULT-ACESSO ")"
                   DELIMITED BY SIZE INTO DRL-LINHA
               ADD 1 TO WS-CONT-BLQ-INATIVOS
           ELSE
               MOVE "BLQRECERT" TO AUW-ACAO
               STRING "OPE " OPE-CODIGO " PRAZO " WS-CAMP-LIMITE
                   DELIMITED BY SIZE INTO AUW-DETALHE
               STRING OPE-CODIGO " " OPE-NOME " FIL " OPE-FILIAL
                   " NIVEL " OPE-NIVEL " BLOQUEADO - NAO RECERTIFICADO"
                   " ATE " WS-CAMP-LIMITE
                   DELIMITED BY SIZE INTO DRL-LINHA
               ADD 1 TO WS-CONT-BLQ-RECERT
           END-IF.

           CALL "AUDITW" USING AUW-AREA.
           WRITE DRL-LINHA.

       4400-AVISAR-ULTIMO-ADM.
           MOVE SPACES TO DRL-LINHA.
           IF MOTIVO-INATIVIDADE
               STRING OPE-CODIGO " " OPE-NOME " SEM ACESSO HA "
                   WS-DIAS-SEM-ACESSO " DIAS - ULTIMO ADM ATIVO, "
                   "BLOQUEIO SUSPENSO"
                   DELIMITED BY SIZE INTO DRL-LINHA
           ELSE
               STRING OPE-CODIGO " " OPE-NOME " NAO RECERTIFICADO - "
                   "ULTIMO ADM ATIVO, BLOQUEIO SUSPENSO"
                   DELIMITED BY SIZE INTO DRL-LINHA
           END-IF.
           WRITE DRL-LINHA.
           ADD 1 TO WS-CONT-AVISOS.

       9000-FINALIZAR.
           MOVE WS-CONT-ATUALIZADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO DRL-LINHA.
           STRING "DATAS DE ULTIMO ACESSO ATUALIZADAS: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO DRL-LINHA.
           WRITE DRL-LINHA.

           MOVE WS-CONT-BLQ-INATIVOS TO WS-CONT-EDITADO.
           MOVE SPACES TO DRL-LINHA.
           STRING "BLOQUEADOS POR INATIVIDADE........: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO DRL-LINHA.
           WRITE DRL-LINHA.

           MOVE WS-CONT-BLQ-RECERT TO WS-CONT-EDITADO.
           MOVE SPACES TO DRL-LINHA.
           STRING "BLOQUEADOS SEM RECERTIFICACAO.....: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO DRL-LINHA.
           WRITE DRL-LINHA.

           MOVE WS-CONT-AVISOS TO WS-CONT-EDITADO.
           MOVE SPACES TO DRL-LINHA.
           STRING "AVISOS............................: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO DRL-LINHA.
           WRITE DRL-LINHA.

           IF WS-CONT-BLQ-INATIVOS > ZEROS
                   OR WS-CONT-BLQ-RECERT > ZEROS
                   OR WS-CONT-AVISOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF OPERADORES-DISPONIVEL
               CLOSE OPERADORES
           END-IF.
           IF ACESSOS-DISPONIVEL
               CLOSE ACESSO-LOG
           END-IF.
           CLOSE RELATORIO-INATIVOS.

           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELDORM".

       END PROGRAM OPEDORM.
