       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESMON.
      *********************************
      * OBJETIVO: TELA DE OPERACAO DAS SESSOES ATIVAS (SESATIVA)
      *           MANTIDAS PELO MODULO DE ACESSO (PROGRAM-09): LISTA
      *           OPERADOR, TERMINAL, FILIAL, ENTRADA, ULTIMA
      *           ATIVIDADE E MINUTOS PARADA, MARCANDO AS QUE JA
      *           PASSARAM DO LIMITE DO SESCFG. O ADM PODE FORCAR A
      *           SAIDA DE UM OPERADOR (O PROGRAMA DO TERMINAL
      *           ENCERRA NA PROXIMA ATIVIDADE); CADA SAIDA FORCADA
      *           VAI PARA O LOG DE AUDITORIA. SUPERVISOR SO CONSULTA
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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
           FD  SESSOES-ATIVAS
               LABEL RECORD IS STANDARD.
               COPY "SESATIVA-REG.CPY".

           FD  CONFIG-SESSAO
               LABEL RECORD IS STANDARD.
           01  SCF-LINHA.
               05 SCF-MINUTOS-LIMITE PIC 9(4).

           WORKING-STORAGE SECTION.
               77 WS-FS-SESATIVA PIC X(2) VALUE "00".
               77 WS-FS-SESCFG PIC X(2) VALUE "00".
               77 WS-OPCAO PIC X(1).
               77 WS-OPE-PIN PIC X(4).
               77 WS-CONFIRMA PIC X(1).
               77 WS-OPERADOR-ALVO PIC X(10).
               77 WS-MINUTOS-LIMITE PIC 9(4) VALUE 30.
               77 WS-SES-DATA PIC 9(8).
               77 WS-SES-DIAS PIC 9(4).
               77 WS-SES-OCIOSO PIC S9(7).
               77 WS-SES-MIN-AGORA PIC 9(4).
               77 WS-SES-MIN-ANTES PIC 9(4).
               77 WS-OCIOSO-EDITADO PIC Z(6)9.
               77 WS-SITUACAO-SESSAO PIC X(8).
               77 WS-CONT-SESSOES PIC 9(4) VALUE ZEROS.
               77 WS-CONT-EDITADO PIC Z(3)9.
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
               COPY "SIGNON-REG.CPY".
               COPY "AUDITW-REG.CPY".
               COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF SGN-ACESSO-CONCEDIDO
                   AND (SGN-NIVEL = 01 OR SGN-NIVEL = 03)
               PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x"
               PERFORM 3000-FINALIZAR
           END-IF.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "SESSOES ATIVAS - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN".
           ACCEPT WS-OPE-PIN.

           MOVE WS-OPE-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-FUNCAO-VALIDAR TO TRUE.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO
                   AND (SGN-NIVEL = 01 OR SGN-NIVEL = 03)
               PERFORM 1100-CARREGAR-LIMITE
               OPEN I-O SESSOES-ATIVAS
               IF WS-FS-SESATIVA = "35"
                   OPEN OUTPUT SESSOES-ATIVAS
                   CLOSE SESSOES-ATIVAS
                   OPEN I-O SESSOES-ATIVAS
               END-IF
               PERFORM 1900-EXIBIR-MENU
           ELSE
               DISPLAY "ACESSO RESTRITO AOS NIVEIS ADM E SUPERVISOR - "
                   "ENCERRANDO"
           END-IF.

       1100-CARREGAR-LIMITE.
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

       1900-EXIBIR-MENU.
           DISPLAY "1=LISTAR SESSOES 2=FORCAR SAIDA (ADM) X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-LISTAR
               WHEN "2"
                   PERFORM 6000-FORCAR-SAIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-OPCAO NOT = "X" AND WS-OPCAO NOT = "x"
               PERFORM 1900-EXIBIR-MENU
           END-IF.

       3000-FINALIZAR.
           CLOSE SESSOES-ATIVAS.

       5000-LISTAR.
           MOVE ZEROS TO WS-CONT-SESSOES.
           ACCEPT WS-SES-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SES-HORA FROM TIME.

           DISPLAY "OPERADOR   TERM FIL ENTRADA           ATIVIDADE"
               "         PARADA(MIN) SITUACAO".

           MOVE LOW-VALUES TO SSA-OPERADOR.
           START SESSOES-ATIVAS KEY IS NOT LESS THAN SSA-OPERADOR
               INVALID KEY
                   MOVE "10" TO WS-FS-SESATIVA
           END-START.

           PERFORM 5100-LISTAR-LOOP
               UNTIL WS-FS-SESATIVA NOT = "00".
           MOVE "00" TO WS-FS-SESATIVA.

           MOVE WS-CONT-SESSOES TO WS-CONT-EDITADO.
           DISPLAY "SESSOES REGISTRADAS: " WS-CONT-EDITADO
               " (LIMITE DE " WS-MINUTOS-LIMITE " MINUTOS PARADA)".

       5100-LISTAR-LOOP.
           READ SESSOES-ATIVAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-SESATIVA
               NOT AT END
                   PERFORM 8000-CALCULAR-OCIOSIDADE
                   IF WS-SES-OCIOSO > WS-MINUTOS-LIMITE
                       MOVE "EXPIRADA" TO WS-SITUACAO-SESSAO
                   ELSE
                       MOVE "ATIVA" TO WS-SITUACAO-SESSAO
                   END-IF
                   MOVE WS-SES-OCIOSO TO WS-OCIOSO-EDITADO
                   DISPLAY SSA-OPERADOR " " SSA-TERMINAL "   "
                       SSA-FILIAL " " SSA-DATA-ENTRADA " "
                       SSA-HORA-ENTRADA(1:4) "     "
                       SSA-DATA-ATIVIDADE " " SSA-HORA-ATIVIDADE(1:4)
                       "     " WS-OCIOSO-EDITADO "     "
                       WS-SITUACAO-SESSAO
                   ADD 1 TO WS-CONT-SESSOES
           END-READ.

      *****************************************
      * SAIDA FORCADA: SO ADM. A SESSAO E REMOVIDA INTEIRA (TODOS
      * OS PROGRAMAS DO TERMINAL) E O AUDITLOG RECEBE "Tnn OPERADOR"
      *****************************************
       6000-FORCAR-SAIDA.
           IF SGN-NIVEL NOT = 01
               DISPLAY "SAIDA FORCADA RESTRITA AO NIVEL ADM"
           ELSE
               DISPLAY "DIGITE O OPERADOR A DESCONECTAR"
               ACCEPT WS-OPERADOR-ALVO
               MOVE WS-OPERADOR-ALVO TO SSA-OPERADOR
               READ SESSOES-ATIVAS
                   INVALID KEY
                       DISPLAY "OPERADOR SEM SESSAO ATIVA"
                   NOT INVALID KEY
                       PERFORM 6100-CONFIRMAR-SAIDA
               END-READ
               MOVE "00" TO WS-FS-SESATIVA
           END-IF.

       6100-CONFIRMAR-SAIDA.
           DISPLAY "SESSAO DE " SSA-OPERADOR " NO TERMINAL "
               SSA-TERMINAL " DESDE " SSA-DATA-ENTRADA " "
               SSA-HORA-ENTRADA(1:4).
           DISPLAY "CONFIRMA A SAIDA FORCADA (S/N)?".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               DELETE SESSOES-ATIVAS
                   INVALID KEY
                       DISPLAY "ERRO AO REMOVER A SESSAO"
                   NOT INVALID KEY
                       MOVE SGN-USUARIO TO AUW-USUARIO
                       MOVE "SESFORCA" TO AUW-ACAO
                       MOVE SPACES TO AUW-DETALHE
                       STRING "T" SSA-TERMINAL " " SSA-OPERADOR
                           DELIMITED BY SIZE INTO AUW-DETALHE
                       CALL "AUDITW" USING AUW-AREA
                       DISPLAY "SESSAO ENCERRADA"
               END-DELETE
           ELSE
               DISPLAY "OPERACAO CANCELADA"
           END-IF.

      *****************************************
      * MINUTOS DESDE A ULTIMA ATIVIDADE, PELO RELOGIO DA MAQUINA
      * (MESMA CONTA DO PROGRAM-09)
      *****************************************
       8000-CALCULAR-OCIOSIDADE.
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

       END PROGRAM SESMON.
