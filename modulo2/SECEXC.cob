      *           LOG DE ACESSOS (ACESSOLOG): TENTATIVAS COM NIVEL
      *           DESCONHECIDO OU SEM CADASTRO, FALHAS REPETIDAS DE
      *           PIN POR USUARIO, ACESSOS FORA DO HORARIO COMERCIAL
      *           OU EM DIA NAO UTIL (CALENDARIO CALNEG DA FILIAL
      *           DO OPERADOR NO OPERMST), ENTRADAS RECUSADAS POR
      *           SESSAO ATIVA EM OUTRO TERMINAL E USUARIOS
      *           VISTOS PELA PRIMEIRA VEZ, COM CONTAGENS DO DIA E
      *           GRAU DE SEVERIDADE, GRAVADO EM RELSECEX
      * AUTHOR  : VITOR
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-ACESSO.

                   SELECT OPERADORES ASSIGN TO "OPERMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPE-CODIGO
                       FILE STATUS IS WS-FS-OPERMST.

                   SELECT RELATORIO-EXCECOES ASSIGN TO "RELSECEX"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-RELSEC.
               LABEL RECORD IS STANDARD.
           01  ACS-LINHA PIC X(80).

           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

           FD  RELATORIO-EXCECOES
               LABEL RECORD IS STANDARD.
           01  SEC-LINHA PIC X(100).
           WORKING-STORAGE SECTION.
               77 WS-FS-ACESSO PIC X(2) VALUE "00".
               77 WS-FS-RELSEC PIC X(2) VALUE "00".
               77 WS-FS-OPERMST PIC X(2) VALUE "00".
               77 WS-OPERADORES-SW PIC X(1) VALUE "N".
                   88 OPERADORES-DISPONIVEL VALUE "S".
               77 WS-UTIL-FILIAL-SW PIC X(1) VALUE "S".
                   88 UTIL-NA-FILIAL VALUE "S".
                   88 NAO-UTIL-NA-FILIAL VALUE "N".
               77 WS-DATA-RELATORIO PIC 9(8).
               77 WS-DIA-UTIL-SW PIC X(1) VALUE "S".
                   88 DIA-UTIL-SIM VALUE "S".
           SET CAL-FUNCAO-DIA-UTIL TO TRUE.
           MOVE WS-DATA-RELATORIO TO CAL-DATA.
           MOVE ZEROS TO CAL-DIAS.
           MOVE ZEROS TO CAL-FILIAL.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-SIM
               SET DIA-UTIL-NAO TO TRUE
           END-IF.

           OPEN INPUT OPERADORES.
           IF WS-FS-OPERMST = "00"
               SET OPERADORES-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-OPERMST.

           OPEN INPUT ACESSO-LOG.
           IF WS-FS-ACESSO NOT = "00"
               DISPLAY "LOG DE ACESSOS AUSENTE - NADA A ANALISAR"
               PERFORM 3900-GRAVAR-EXCECAO
           END-IF.

           IF WS-EVT-RESULTADO(WS-EVT-I) = "SESSAO ATIVA"
               MOVE "MEDIA" TO WS-SEVERIDADE
               PERFORM 3900-GRAVAR-EXCECAO
           END-IF.

      *****************************************
      * SAIDA E FIM DE SESSAO NAO SAO ACESSO: NAO ENTRAM NA
      * CONFERENCIA DE HORARIO
      *****************************************
           IF WS-EVT-RESULTADO(WS-EVT-I) NOT = "SAIDA"
                   AND WS-EVT-RESULTADO(WS-EVT-I) NOT = "EXPIRADA"
                   AND WS-EVT-RESULTADO(WS-EVT-I) NOT = "SEM SESSAO"
               PERFORM 3150-VERIFICAR-CALENDARIO-FILIAL
               MOVE WS-EVT-HORA(WS-EVT-I) TO WS-HORA-DESMEMBRADA
               IF DIA-UTIL-NAO OR NAO-UTIL-NA-FILIAL
                       OR WS-HORA-HH < 8 OR WS-HORA-HH > 18
                   MOVE "MEDIA" TO WS-SEVERIDADE
                   PERFORM 3910-GRAVAR-FORA-HORARIO
               END-IF
           END-IF.

           PERFORM 3300-VERIFICAR-PRIMEIRA-VEZ.

      *****************************************
      * DIA UTIL NACIONAL PODE SER FERIADO MUNICIPAL NA FILIAL DO
      * OPERADOR: CONFERE O CALENDARIO DA FILIAL CADASTRADA NO
      * OPERMST (SEM CADASTRO FICA SO O CALENDARIO NACIONAL)
      *****************************************
       3150-VERIFICAR-CALENDARIO-FILIAL.
           SET UTIL-NA-FILIAL TO TRUE.

           IF DIA-UTIL-SIM AND OPERADORES-DISPONIVEL
               MOVE WS-EVT-USUARIO(WS-EVT-I) TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPE-FILIAL NOT = ZEROS
                           SET CAL-FUNCAO-DIA-UTIL TO TRUE
                           MOVE WS-DATA-RELATORIO TO CAL-DATA
                           MOVE OPE-FILIAL TO CAL-FILIAL
                           CALL "CALNEG" USING CAL-AREA
                           IF CAL-NAO
                               SET NAO-UTIL-NA-FILIAL TO TRUE
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-OPERMST
           END-IF.

       3200-CONTAR-FALHAS-USUARIO.
           MOVE ZEROS TO WS-EVT-FALHAS(WS-EVT-I).

           IF WS-FS-ACESSO = "10"
               CLOSE ACESSO-LOG
           END-IF.
           IF OPERADORES-DISPONIVEL
               CLOSE OPERADORES
           END-IF.
           CLOSE RELATORIO-EXCECOES.

           DISPLAY "EXCECOES DE SEGURANCA GRAVADAS EM RELSECEX: "
