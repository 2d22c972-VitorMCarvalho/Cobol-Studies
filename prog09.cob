      * QUANDO O CHAMADOR EXIGE CERTIFICACAO DE TREINAMENTO
      * (SGN-CERTIFICACAO), O ACESSO SO E CONCEDIDO COM O
      * CERTIFICADO DO CURSO VIGENTE NO ARQUIVO CERTOPE; A RECUSA
      * SAI NO ACESSOLOG COMO AS FALHAS DE NIVEL.
      * SESSOES (SGN-FUNCAO): A ENTRADA NUM TERMINAL ABRE A SESSAO NO
      * SESATIVA; OUTRA ENTRADA DO MESMO OPERADOR EM OUTRO TERMINAL,
      * OU DE OUTRO OPERADOR NO TERMINAL OCUPADO, E RECUSADA
      * ("SESSAO ATIVA") A MENOS QUE UM SUPERVISOR ASSUMA COM O PIN
      * (A SESSAO ANTIGA CAI E A ASSUNCAO VAI PARA O AUDITLOG).
      * SESSAO SEM ATIVIDADE ALEM DO LIMITE DO SESCFG EXPIRA. A
      * ATIVIDADE RENOVA A SESSAO E A SAIDA A ENCERRA, SEM PIN
      ***************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRT-CHAVE
                       FILE STATUS IS WS-FS-CERTOPE.

                   SELECT SESSOES-ATIVAS ASSIGN TO "SESATIVA"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SSA-OPERADOR
                       FILE STATUS IS WS-FS-SESATIVA.

                   SELECT CONFIG-SESSAO ASSIGN TO "SESCFG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-SESCFG.
       DATA DIVISION.
           FILE SECTION.
           FD  ACESSO-LOG
               LABEL RECORD IS STANDARD.
               COPY "CERTOPE-REG.CPY".

           FD  SESSOES-ATIVAS
               LABEL RECORD IS STANDARD.
               COPY "SESATIVA-REG.CPY".

           FD  CONFIG-SESSAO
               LABEL RECORD IS STANDARD.
           01  SCF-LINHA.
               05 SCF-MINUTOS-LIMITE PIC 9(4).

       WORKING-STORAGE SECTION.
           77 WS-NIVEL PIC 9(2) VALUES ZEROS.
               88 ADM VALUE 01.
           77 WS-ACS-DATA PIC 9(8).
           77 WS-ACS-HORA PIC 9(8).
           77 WS-ACS-RESULTADO PIC X(12).
           77 WS-ACS-USUARIO PIC X(10).
           77 WS-FS-PINCFG PIC X(2) VALUE "00".
           77 WS-FS-CERTOPE PIC X(2) VALUE "00".
           77 WS-CERT-SITUACAO PIC X(1).
           77 WS-TROCA-SITUACAO PIC X(1).
               88 TROCA-CONCLUIDA VALUE "S".
               88 TROCA-PENDENTE VALUE "N".
           77 WS-FS-SESATIVA PIC X(2) VALUE "00".
           77 WS-FS-SESCFG PIC X(2) VALUE "00".
           77 WS-MINUTOS-LIMITE PIC 9(4) VALUE 30.
           77 WS-SES-DATA PIC 9(8).
           77 WS-SES-DIAS PIC 9(4).
           77 WS-SES-OCIOSO PIC S9(7).
           77 WS-SES-MIN-AGORA PIC 9(4).
           77 WS-SES-MIN-ANTES PIC 9(4).
           77 WS-SES-CONFIRMA PIC X(1).
           77 WS-SUP-CODIGO PIC X(10).
           77 WS-SUP-PIN PIC X(4).
           77 WS-CONF-OUTRO-TERMINAL PIC 9(2).
           77 WS-CONF-OUTRO-OPERADOR PIC X(10).
           77 WS-CONF-TERMINAL-SW PIC X(1).
               88 CONFLITO-TERMINAL VALUE "S".
               88 SEM-CONFLITO-TERMINAL VALUE "N".
           77 WS-CONF-OPERADOR-SW PIC X(1).
               88 CONFLITO-OPERADOR VALUE "S".
               88 SEM-CONFLITO-OPERADOR VALUE "N".
           77 WS-SESSAO-SW PIC X(1).
               88 SESSAO-REGISTRADA VALUE "S".
               88 SESSAO-PENDENTE VALUE "N".
           77 WS-ASSUNCAO-SW PIC X(1).
               88 ASSUNCAO-AUTORIZADA VALUE "S".
               88 ASSUNCAO-RECUSADA VALUE "N".
           01 WS-SES-HORA PIC 9(8).
           01 WS-SES-HORA-DESM REDEFINES WS-SES-HORA.
               05 WS-SES-HORA-HH PIC 9(2).
               05 WS-SES-HORA-MM PIC 9(2).
               05 FILLER PIC 9(4).
           01 WS-SES-HORA-ANTES PIC 9(8).
           01 WS-SES-HORA-ANTES-DESM REDEFINES WS-SES-HORA-ANTES.
               05 WS-SES-ANTES-HH PIC 9(2).
               05 WS-SES-ANTES-MM PIC 9(2).
               05 FILLER PIC 9(4).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "AUDITW-REG.CPY".

       LINKAGE SECTION.
           COPY "SIGNON-REG.CPY".
           MOVE ZEROS TO SGN-NIVEL.
           MOVE ZEROS TO SGN-FILIAL.
           MOVE ZEROS TO WS-NIVEL.
           MOVE SGN-USUARIO TO WS-ACS-USUARIO.

           EVALUATE TRUE
               WHEN SGN-FUNCAO-SAIR
                   PERFORM 3000-ENCERRAR-SESSAO
               WHEN SGN-FUNCAO-ATIVIDADE
                   PERFORM 3100-RENOVAR-SESSAO
               WHEN OTHER
                   OPEN I-O OPERADORES
                   IF WS-FS-OPERMST NOT = "00"
                       MOVE "SEM CADASTR" TO WS-ACS-RESULTADO
                   ELSE
                       PERFORM 1000-VERIFICAR-OPERADOR
                       IF SGN-ACESSO-CONCEDIDO AND SGN-FUNCAO-ENTRAR
                           PERFORM 2000-REGISTRAR-SESSAO
                       END-IF
                       CLOSE OPERADORES
                   END-IF
                   PERFORM 9500-ACESSO-REGISTRAR
           END-EVALUATE.

           GOBACK.

               END-IF
           END-IF.

      *****************************************
      * ENTRADA NO TERMINAL: SESSAO DO PROPRIO OPERADOR NO MESMO
      * TERMINAL E REAPROVEITADA (OUTRO PROGRAMA DO MESMO CAIXA);
      * SESSAO VIVA EM OUTRO TERMINAL OU TERMINAL OCUPADO POR OUTRO
      * OPERADOR E CONFLITO. SESSOES EXPIRADAS ENCONTRADAS NO
      * CAMINHO SAO REMOVIDAS
      *****************************************
       2000-REGISTRAR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES.
           IF WS-FS-SESATIVA NOT = "00"
               DISPLAY "REGISTRO DE SESSOES INDISPONIVEL"
           ELSE
               SET SESSAO-PENDENTE TO TRUE
               SET SEM-CONFLITO-TERMINAL TO TRUE
               SET SEM-CONFLITO-OPERADOR TO TRUE

               PERFORM 2100-VERIFICAR-SESSAO-OPERADOR
               PERFORM 2200-VERIFICAR-TERMINAL

               IF CONFLITO-TERMINAL OR CONFLITO-OPERADOR
                   PERFORM 2300-PEDIR-ASSUNCAO
                   IF ASSUNCAO-AUTORIZADA
                       PERFORM 2400-DERRUBAR-CONFLITOS
                   ELSE
                       SET SGN-ACESSO-NEGADO TO TRUE
                       MOVE ZEROS TO SGN-NIVEL
                       MOVE ZEROS TO SGN-FILIAL
                       MOVE "SESSAO ATIVA" TO WS-ACS-RESULTADO
                   END-IF
               END-IF

               IF SGN-ACESSO-CONCEDIDO AND SESSAO-PENDENTE
                   PERFORM 2500-GRAVAR-SESSAO
               END-IF

               CLOSE SESSOES-ATIVAS
           END-IF.
           MOVE "00" TO WS-FS-SESATIVA.

       2100-VERIFICAR-SESSAO-OPERADOR.
           MOVE SGN-USUARIO TO SSA-OPERADOR.
           READ SESSOES-ATIVAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2800-CALCULAR-OCIOSIDADE
                   EVALUATE TRUE
                       WHEN WS-SES-OCIOSO > WS-MINUTOS-LIMITE
                           DELETE SESSOES-ATIVAS
                           END-DELETE
                       WHEN SSA-TERMINAL = SGN-TERMINAL
                           ADD 1 TO SSA-PROGRAMAS
                           MOVE WS-SES-DATA TO SSA-DATA-ATIVIDADE
                           MOVE WS-SES-HORA TO SSA-HORA-ATIVIDADE
                           REWRITE SSA-REGISTRO
                           END-REWRITE
                           SET SESSAO-REGISTRADA TO TRUE
                       WHEN OTHER
                           SET CONFLITO-TERMINAL TO TRUE
                           MOVE SSA-TERMINAL TO WS-CONF-OUTRO-TERMINAL
                   END-EVALUATE
           END-READ.
           MOVE "00" TO WS-FS-SESATIVA.

       2200-VERIFICAR-TERMINAL.
           MOVE LOW-VALUES TO SSA-OPERADOR.
           START SESSOES-ATIVAS KEY IS NOT LESS THAN SSA-OPERADOR
               INVALID KEY
                   MOVE "10" TO WS-FS-SESATIVA
           END-START.

           PERFORM 2210-VERIFICAR-TERMINAL-LOOP
               UNTIL WS-FS-SESATIVA NOT = "00".
           MOVE "00" TO WS-FS-SESATIVA.

       2210-VERIFICAR-TERMINAL-LOOP.
           READ SESSOES-ATIVAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-SESATIVA
               NOT AT END
                   IF SSA-TERMINAL = SGN-TERMINAL
                           AND SSA-OPERADOR NOT = SGN-USUARIO
                       PERFORM 2800-CALCULAR-OCIOSIDADE
                       IF WS-SES-OCIOSO > WS-MINUTOS-LIMITE
                           DELETE SESSOES-ATIVAS
                           END-DELETE
                       ELSE
                           SET CONFLITO-OPERADOR TO TRUE
                           MOVE SSA-OPERADOR TO WS-CONF-OUTRO-OPERADOR
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * ASSUNCAO DA SESSAO: SO SUPERVISOR OU ADM ATIVO, COM O
      * PROPRIO PIN E QUE NAO SEJA O OPERADOR QUE ESTA ENTRANDO.
      * PIN ERRADO DO SUPERVISOR CONTA TENTATIVA E SAI NO ACESSOLOG
      * COMO QUALQUER OUTRA FALHA
      *****************************************
       2300-PEDIR-ASSUNCAO.
           SET ASSUNCAO-RECUSADA TO TRUE.

           IF CONFLITO-TERMINAL
               DISPLAY "OPERADOR " SGN-USUARIO " JA TEM SESSAO ATIVA "
                   "NO TERMINAL " WS-CONF-OUTRO-TERMINAL
           END-IF.
           IF CONFLITO-OPERADOR
               DISPLAY "TERMINAL " SGN-TERMINAL " OCUPADO PELO "
                   "OPERADOR " WS-CONF-OUTRO-OPERADOR
           END-IF.

           DISPLAY "ASSUMIR A SESSAO COM VISTO DO SUPERVISOR (S/N)?".
           ACCEPT WS-SES-CONFIRMA.

           IF WS-SES-CONFIRMA = "S" OR WS-SES-CONFIRMA = "s"
               DISPLAY "DIGITE O OPERADOR SUPERVISOR"
               ACCEPT WS-SUP-CODIGO
               DISPLAY "DIGITE O PIN DO SUPERVISOR"
               ACCEPT WS-SUP-PIN
               PERFORM 2310-VALIDAR-SUPERVISOR
           END-IF.

           IF ASSUNCAO-RECUSADA
               DISPLAY "ENTRADA RECUSADA - SESSAO ATIVA"
           END-IF.

       2310-VALIDAR-SUPERVISOR.
           IF WS-SUP-CODIGO = SGN-USUARIO
               DISPLAY "O PROPRIO OPERADOR NAO PODE ASSUMIR A SESSAO"
           ELSE
               MOVE WS-SUP-CODIGO TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "SUPERVISOR NAO CADASTRADO"
                   NOT INVALID KEY
                       PERFORM 2320-CONFERIR-SUPERVISOR
               END-READ
           END-IF.

       2320-CONFERIR-SUPERVISOR.
           EVALUATE TRUE
               WHEN OPE-BLOQUEADO
                   DISPLAY "SUPERVISOR BLOQUEADO"
               WHEN OPE-NIVEL NOT = 01 AND OPE-NIVEL NOT = 03
                   DISPLAY "VISTO RESTRITO A SUPERVISOR OU ADM"
               WHEN OPE-PIN NOT = WS-SUP-PIN
                   ADD 1 TO OPE-TENTATIVAS
                   IF OPE-TENTATIVAS >= 3
                       SET OPE-BLOQUEADO TO TRUE
                       MOVE "BLOQUEADO" TO WS-ACS-RESULTADO
                   ELSE
                       MOVE "PIN ERRADO" TO WS-ACS-RESULTADO
                   END-IF
                   REWRITE OPE-REGISTRO
                   END-REWRITE
                   DISPLAY "PIN DO SUPERVISOR INCORRETO"
                   MOVE WS-SUP-CODIGO TO WS-ACS-USUARIO
                   MOVE OPE-NIVEL TO WS-NIVEL
                   PERFORM 9500-ACESSO-REGISTRAR
                   MOVE SGN-USUARIO TO WS-ACS-USUARIO
                   MOVE SGN-NIVEL TO WS-NIVEL
               WHEN OTHER
                   MOVE ZEROS TO OPE-TENTATIVAS
                   REWRITE OPE-REGISTRO
                   END-REWRITE
                   SET ASSUNCAO-AUTORIZADA TO TRUE
           END-EVALUATE.

      *****************************************
      * A SESSAO DERRUBADA VAI PARA O AUDITLOG EM NOME DO SUPERVISOR:
      * DETALHE "Tnn OPERADOR-ANTIGO > OPERADOR-NOVO"
      *****************************************
       2400-DERRUBAR-CONFLITOS.
           MOVE WS-SUP-CODIGO TO AUW-USUARIO.
           MOVE "SESASSUME" TO AUW-ACAO.

           IF CONFLITO-TERMINAL
               MOVE SGN-USUARIO TO SSA-OPERADOR
               DELETE SESSOES-ATIVAS
               END-DELETE
               MOVE SPACES TO AUW-DETALHE
               STRING "T" WS-CONF-OUTRO-TERMINAL " " SGN-USUARIO
                   " > " SGN-USUARIO
                   DELIMITED BY SIZE INTO AUW-DETALHE
               CALL "AUDITW" USING AUW-AREA
           END-IF.

           IF CONFLITO-OPERADOR
               MOVE WS-CONF-OUTRO-OPERADOR TO SSA-OPERADOR
               DELETE SESSOES-ATIVAS
               END-DELETE
               MOVE SPACES TO AUW-DETALHE
               STRING "T" SGN-TERMINAL " " WS-CONF-OUTRO-OPERADOR
                   " > " SGN-USUARIO
                   DELIMITED BY SIZE INTO AUW-DETALHE
               CALL "AUDITW" USING AUW-AREA
           END-IF.
           MOVE "00" TO WS-FS-SESATIVA.

       2500-GRAVAR-SESSAO.
           MOVE SGN-USUARIO TO SSA-OPERADOR.
           MOVE SGN-TERMINAL TO SSA-TERMINAL.
           MOVE SGN-FILIAL TO SSA-FILIAL.
           MOVE WS-SES-DATA TO SSA-DATA-ENTRADA.
           MOVE WS-SES-HORA TO SSA-HORA-ENTRADA.
           MOVE WS-SES-DATA TO SSA-DATA-ATIVIDADE.
           MOVE WS-SES-HORA TO SSA-HORA-ATIVIDADE.
           MOVE 1 TO SSA-PROGRAMAS.
           WRITE SSA-REGISTRO
               INVALID KEY
                   REWRITE SSA-REGISTRO
                   END-REWRITE
           END-WRITE.
           MOVE "00" TO WS-FS-SESATIVA.

      *****************************************
      * MINUTOS DESDE A ULTIMA ATIVIDADE DA SESSAO LIDA, PELO
      * RELOGIO DA MAQUINA (DIAS CORRIDOS PELO CALNEG)
      *****************************************
       2800-CALCULAR-OCIOSIDADE.
           MOVE ZEROS TO WS-SES-DIAS.
           IF SSA-DATA-ATIVIDADE < WS-SES-DATA
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE SSA-DATA-ATIVIDADE TO CAL-DATA
               MOVE WS-SES-DATA TO CAL-DATA-2
               MOVE ZEROS TO CAL-FILIAL
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-SES-DIAS
           END-IF.

           MOVE SSA-HORA-ATIVIDADE TO WS-SES-HORA-ANTES.
           COMPUTE WS-SES-MIN-AGORA =
               WS-SES-HORA-HH * 60 + WS-SES-HORA-MM.
           COMPUTE WS-SES-MIN-ANTES =
               WS-SES-ANTES-HH * 60 + WS-SES-ANTES-MM.
           COMPUTE WS-SES-OCIOSO = WS-SES-DIAS * 1440
               + WS-SES-MIN-AGORA - WS-SES-MIN-ANTES.

           IF WS-SES-OCIOSO < ZEROS
               MOVE ZEROS TO WS-SES-OCIOSO
           END-IF.

       2900-ABRIR-SESSOES.
           ACCEPT WS-SES-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SES-HORA FROM TIME.

           OPEN INPUT CONFIG-SESSAO.
           IF WS-FS-SESCFG = "00"
               READ CONFIG-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCF-MINUTOS-LIMITE IS NUMERIC
                               AND SCF-MINUTOS-LIMITE > ZEROS
                           MOVE SCF-MINUTOS-LIMITE TO WS-MINUTOS-LIMITE
                       END-IF
               END-READ
               CLOSE CONFIG-SESSAO
           END-IF.
           MOVE "00" TO WS-FS-SESCFG.

           OPEN I-O SESSOES-ATIVAS.
           IF WS-FS-SESATIVA = "35"
               OPEN OUTPUT SESSOES-ATIVAS
               CLOSE SESSOES-ATIVAS
               OPEN I-O SESSOES-ATIVAS
           END-IF.

      *****************************************
      * SAIDA: UM PROGRAMA A MENOS PENDURADO NA SESSAO; O ULTIMO
      * ENCERRA. SESSAO JA DERRUBADA OU EXPIRADA NAO TEM O QUE SAIR
      *****************************************
       3000-ENCERRAR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES.
           IF WS-FS-SESATIVA = "00"
               MOVE SGN-USUARIO TO SSA-OPERADOR
               READ SESSOES-ATIVAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SSA-TERMINAL = SGN-TERMINAL
                           SET SGN-ACESSO-CONCEDIDO TO TRUE
                           IF SSA-PROGRAMAS > 1
                               SUBTRACT 1 FROM SSA-PROGRAMAS
                               REWRITE SSA-REGISTRO
                               END-REWRITE
                           ELSE
                               DELETE SESSOES-ATIVAS
                               END-DELETE
                               MOVE "SAIDA" TO WS-ACS-RESULTADO
                               PERFORM 9500-ACESSO-REGISTRAR
                           END-IF
                       END-IF
               END-READ
               CLOSE SESSOES-ATIVAS
           END-IF.
           MOVE "00" TO WS-FS-SESATIVA.

      *****************************************
      * ATIVIDADE: A SESSAO PRECISA CONTINUAR DESTE OPERADOR NESTE
      * TERMINAL E DENTRO DO LIMITE; SENAO O CHAMADOR ENCERRA
      *****************************************
       3100-RENOVAR-SESSAO.
           PERFORM 2900-ABRIR-SESSOES.
           IF WS-FS-SESATIVA = "00"
               MOVE SGN-USUARIO TO SSA-OPERADOR
               READ SESSOES-ATIVAS
                   INVALID KEY
                       MOVE "SEM SESSAO" TO WS-ACS-RESULTADO
                   NOT INVALID KEY
                       PERFORM 3110-AVALIAR-SESSAO
               END-READ
               CLOSE SESSOES-ATIVAS
           ELSE
               MOVE "SEM SESSAO" TO WS-ACS-RESULTADO
           END-IF.
           MOVE "00" TO WS-FS-SESATIVA.

           IF SGN-ACESSO-NEGADO
               PERFORM 9500-ACESSO-REGISTRAR
           END-IF.

       3110-AVALIAR-SESSAO.
           PERFORM 2800-CALCULAR-OCIOSIDADE.

           EVALUATE TRUE
               WHEN SSA-TERMINAL NOT = SGN-TERMINAL
                   MOVE "SEM SESSAO" TO WS-ACS-RESULTADO
               WHEN WS-SES-OCIOSO > WS-MINUTOS-LIMITE
                   DELETE SESSOES-ATIVAS
                   END-DELETE
                   MOVE "EXPIRADA" TO WS-ACS-RESULTADO
               WHEN OTHER
                   MOVE WS-SES-DATA TO SSA-DATA-ATIVIDADE
                   MOVE WS-SES-HORA TO SSA-HORA-ATIVIDADE
                   REWRITE SSA-REGISTRO
                   END-REWRITE
                   SET SGN-ACESSO-CONCEDIDO TO TRUE
                   MOVE SSA-FILIAL TO SGN-FILIAL
           END-EVALUATE.

       9500-ACESSO-REGISTRAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-ACS-DATA.
           END-IF.

           MOVE SPACES TO ACS-LINHA.
           STRING WS-ACS-USUARIO " " WS-ACS-DATA " " WS-ACS-HORA " "
               "NIVEL=" WS-NIVEL " " WS-ACS-RESULTADO
               DELIMITED BY SIZE INTO ACS-LINHA.
           WRITE ACS-LINHA.
