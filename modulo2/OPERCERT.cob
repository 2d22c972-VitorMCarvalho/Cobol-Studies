       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
      *********************************
      * OBJETIVO: RECERTIFICACAO PERIODICA (TRIMESTRAL) DOS ACESSOS
      *           DOS OPERADORES. O ADM ABRE A CAMPANHA (RECERTCTL,
      *           COM O PRAZO EM DIAS) E A LISTAGEM POR FILIAL SAI
      *           NO RELRECER COM CADA OPERADOR, NIVEL, SITUACAO,
      *           ULTIMO ACESSO E AS CERTIFICACOES DO CERTOPE; O
      *           GESTOR DA FILIAL (SUPERVISOR, SO A PROPRIA FILIAL,
      *           OU ADM, QUALQUER FILIAL) REVISA NA TELA UM A UM OS
      *           OPERADORES AINDA NAO CONFIRMADOS: C CONFIRMA (GRAVA
      *           A DATA DE RECERTIFICACAO NO OPERMST) E R REVOGA
      *           (BLOQUEIA O OPERADOR). NINGUEM CONFIRMA O PROPRIO
      *           ACESSO. CADA DECISAO VAI PARA O LOG DE AUDITORIA;
      *           QUEM NAO FOR CONFIRMADO ATE O PRAZO E BLOQUEADO NO
      *           PROCESSAMENTO NOTURNO (OPEDORM)
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPERADORES ASSIGN TO "OPERMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPE-CODIGO
                       FILE STATUS IS WS-FS-OPERMST.

                   SELECT CERTIFICACOES ASSIGN TO "CERTOPE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRT-CHAVE
                       FILE STATUS IS WS-FS-CERTOPE.

                   SELECT CONTROLE-RECERT ASSIGN TO "RECERTCTL"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-RECERT.

                   SELECT RELATORIO-RECERT ASSIGN TO "RELRECER"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-RELRECER.

       DATA DIVISION.
           FILE SECTION.
           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

           FD  CERTIFICACOES
               LABEL RECORD IS STANDARD.
               COPY "CERTOPE-REG.CPY".

           FD  CONTROLE-RECERT
               LABEL RECORD IS STANDARD.
               COPY "RECERT-REG.CPY".

           FD  RELATORIO-RECERT
               LABEL RECORD IS STANDARD.
           01  RRC-LINHA PIC X(100).

           WORKING-STORAGE SECTION.
               77 WS-FS-OPERMST PIC X(2) VALUE "00".
               77 WS-FS-CERTOPE PIC X(2) VALUE "00".
               77 WS-FS-RECERT PIC X(2) VALUE "00".
               77 WS-FS-RELRECER PIC X(2) VALUE "00".
               77 WS-OPCAO PIC X(1).
               77 WS-OPE-PIN PIC X(4).
               77 WS-CONFIRMA PIC X(1).
               77 WS-DECISAO PIC X(1).
                   88 DECISAO-CONFIRMAR VALUE "C" "c".
                   88 DECISAO-REVOGAR VALUE "R" "r".
                   88 DECISAO-FIM VALUE "F" "f".
               77 WS-FILIAL PIC 9(3) VALUE ZEROS.
               77 WS-PRAZO-DIAS PIC 9(3).
               77 WS-CERTOPE-SW PIC X(1) VALUE "N".
                   88 CERTOPE-DISPONIVEL VALUE "S".
               77 WS-CAMPANHA-SW PIC X(1) VALUE "N".
                   88 CAMPANHA-ABERTA VALUE "S".
                   88 CAMPANHA-AUSENTE VALUE "N".
               77 WS-CAMP-INICIO PIC 9(8) VALUE ZEROS.
               77 WS-CAMP-LIMITE PIC 9(8) VALUE ZEROS.
               77 WS-NIVEL-DESCRICAO PIC X(10).
               77 WS-RECERT-DESCRICAO PIC X(22).
               77 WS-CERT-VENCIDO PIC X(8).
               77 WS-AUD-ACAO PIC X(10).
               77 WS-CONT-LISTADOS PIC 9(4) VALUE ZEROS.
               77 WS-CONT-PENDENTES PIC 9(4) VALUE ZEROS.
               77 WS-CONT-CONFIRMADOS PIC 9(4) VALUE ZEROS.
               77 WS-CONT-REVOGADOS PIC 9(4) VALUE ZEROS.
               77 WS-CONT-EDITADO PIC Z(3)9.
               COPY "SIGNON-REG.CPY".
               COPY "AUDITW-REG.CPY".
               COPY "DATMOV-REG.CPY".
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
           DISPLAY "RECERTIFICACAO DE ACESSOS - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN".
           ACCEPT WS-OPE-PIN.

           MOVE WS-OPE-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO
                   AND (SGN-NIVEL = 01 OR SGN-NIVEL = 03)
               CALL "DATMOV" USING DMV-AREA
               PERFORM 1100-DEFINIR-FILIAL
               PERFORM 1200-LER-CAMPANHA
               OPEN I-O OPERADORES
               OPEN INPUT CERTIFICACOES
               IF WS-FS-CERTOPE = "00"
                   SET CERTOPE-DISPONIVEL TO TRUE
               END-IF
               MOVE "00" TO WS-FS-CERTOPE
               PERFORM 1900-EXIBIR-MENU
           ELSE
               DISPLAY "ACESSO RESTRITO AOS NIVEIS ADM E SUPERVISOR - "
                   "ENCERRANDO"
           END-IF.

      *****************************************
      * SUPERVISOR SO ENXERGA A PROPRIA FILIAL; O ADM ESCOLHE
      * (ZEROS = TODAS AS FILIAIS)
      *****************************************
       1100-DEFINIR-FILIAL.
           IF SGN-NIVEL = 03
               MOVE SGN-FILIAL TO WS-FILIAL
           ELSE
               DISPLAY "DIGITE A FILIAL (ZEROS = TODAS)"
               ACCEPT WS-FILIAL
               IF WS-FILIAL IS NOT NUMERIC
                   MOVE ZEROS TO WS-FILIAL
               END-IF
           END-IF.

       1200-LER-CAMPANHA.
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
                           SET CAMPANHA-ABERTA TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROLE-RECERT
           END-IF.
           MOVE "00" TO WS-FS-RECERT.

       1900-EXIBIR-MENU.
           IF CAMPANHA-ABERTA
               DISPLAY "CAMPANHA ABERTA EM " WS-CAMP-INICIO
                   " - PRAZO " WS-CAMP-LIMITE
           ELSE
               DISPLAY "NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA"
           END-IF.
           DISPLAY "1=ABRIR CAMPANHA (ADM) 2=LISTAGEM 3=REVISAR "
               "X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-ABRIR-CAMPANHA
               WHEN "2"
                   PERFORM 6000-LISTAGEM
               WHEN "3"
                   PERFORM 7000-REVISAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-OPCAO NOT = "X" AND WS-OPCAO NOT = "x"
               PERFORM 1900-EXIBIR-MENU
           END-IF.

       3000-FINALIZAR.
           CLOSE OPERADORES.
           IF CERTOPE-DISPONIVEL
               CLOSE CERTIFICACOES
           END-IF.

      *****************************************
      * A ABERTURA VALE PARA TODAS AS FILIAIS: A DATA DE INICIO
      * SEPARA QUEM JA FOI CONFIRMADO NESTA CAMPANHA DE QUEM AINDA
      * PRECISA SER REVISADO, E O PRAZO E CONFERIDO PELO OPEDORM
      *****************************************
       5000-ABRIR-CAMPANHA.
           IF SGN-NIVEL NOT = 01
               DISPLAY "ABERTURA DE CAMPANHA RESTRITA AO NIVEL ADM"
           ELSE
               MOVE "S" TO WS-CONFIRMA
               IF CAMPANHA-ABERTA AND WS-CAMP-LIMITE NOT < DMV-DATA
                   DISPLAY "CAMPANHA EM ANDAMENTO ATE " WS-CAMP-LIMITE
                       " - SUBSTITUIR (S/N)?"
                   ACCEPT WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 5100-GRAVAR-CAMPANHA
                   PERFORM 6000-LISTAGEM
               ELSE
                   DISPLAY "ABERTURA CANCELADA"
               END-IF
           END-IF.

       5100-GRAVAR-CAMPANHA.
           DISPLAY "DIGITE O PRAZO EM DIAS (ZEROS = 30)".
           ACCEPT WS-PRAZO-DIAS.
           IF WS-PRAZO-DIAS IS NOT NUMERIC OR WS-PRAZO-DIAS = ZEROS
               MOVE 30 TO WS-PRAZO-DIAS
           END-IF.

           SET CAL-FUNCAO-SOMAR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-PRAZO-DIAS TO CAL-DIAS.
           MOVE ZEROS TO CAL-FILIAL.
           CALL "CALNEG" USING CAL-AREA.

           MOVE DMV-DATA TO WS-CAMP-INICIO.
           MOVE CAL-DATA-RESULTADO TO WS-CAMP-LIMITE.
           SET CAMPANHA-ABERTA TO TRUE.

           OPEN OUTPUT CONTROLE-RECERT.
           MOVE SPACES TO RCT-LINHA.
           MOVE WS-CAMP-INICIO TO RCT-DATA-INICIO.
           MOVE WS-CAMP-LIMITE TO RCT-DATA-LIMITE.
           MOVE SGN-USUARIO TO RCT-OPERADOR.
           WRITE RCT-LINHA.
           CLOSE CONTROLE-RECERT.

           MOVE "RECERTABR" TO WS-AUD-ACAO.
           MOVE SPACES TO AUW-DETALHE.
           STRING "INICIO " WS-CAMP-INICIO " PRAZO " WS-CAMP-LIMITE
               DELIMITED BY SIZE INTO AUW-DETALHE.
           PERFORM 9000-AUDITORIA-REGISTRAR.

           DISPLAY "CAMPANHA ABERTA - PRAZO " WS-CAMP-LIMITE.

       6000-LISTAGEM.
           MOVE ZEROS TO WS-CONT-LISTADOS WS-CONT-PENDENTES.

           OPEN OUTPUT RELATORIO-RECERT.

           MOVE SPACES TO RRC-LINHA.
           IF WS-FILIAL = ZEROS
               STRING "RECERTIFICACAO DE ACESSOS - TODAS AS FILIAIS - "
                   "EMITIDA EM " DMV-DATA
                   DELIMITED BY SIZE INTO RRC-LINHA
           ELSE
               STRING "RECERTIFICACAO DE ACESSOS - FILIAL " WS-FILIAL
                   " - EMITIDA EM " DMV-DATA
                   DELIMITED BY SIZE INTO RRC-LINHA
           END-IF.
           WRITE RRC-LINHA.

           MOVE SPACES TO RRC-LINHA.
           IF CAMPANHA-ABERTA
               STRING "CAMPANHA ABERTA EM " WS-CAMP-INICIO
                   " - CONFIRMAR ATE " WS-CAMP-LIMITE
                   " OU O OPERADOR SERA BLOQUEADO"
                   DELIMITED BY SIZE INTO RRC-LINHA
           ELSE
               MOVE "NENHUMA CAMPANHA DE RECERTIFICACAO ABERTA"
                   TO RRC-LINHA
           END-IF.
           WRITE RRC-LINHA.

           MOVE SPACES TO RRC-LINHA.
           STRING "OPERADOR   NOME                           FIL "
               "NIVEL      SIT ULT.ACESSO RECERTIFICACAO"
               DELIMITED BY SIZE INTO RRC-LINHA.
           WRITE RRC-LINHA.

           PERFORM 8000-POSICIONAR-INICIO.
           PERFORM 6100-LISTAGEM-LOOP
               UNTIL WS-FS-OPERMST NOT = "00".
           MOVE "00" TO WS-FS-OPERMST.

           MOVE WS-CONT-LISTADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RRC-LINHA.
           STRING "OPERADORES LISTADOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RRC-LINHA.
           WRITE RRC-LINHA.

           MOVE WS-CONT-PENDENTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RRC-LINHA.
           STRING "PENDENTES DE CONFIRMACAO: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RRC-LINHA.
           WRITE RRC-LINHA.

           CLOSE RELATORIO-RECERT.

           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELRECER".

       6100-LISTAGEM-LOOP.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-OPERMST
               NOT AT END
                   IF WS-FILIAL = ZEROS OR OPE-FILIAL = WS-FILIAL
                       PERFORM 6200-LISTAR-OPERADOR
                   END-IF
           END-READ.

       6200-LISTAR-OPERADOR.
           PERFORM 8100-DESCREVER-NIVEL.
           PERFORM 8200-DESCREVER-RECERT.

           MOVE SPACES TO RRC-LINHA.
           STRING OPE-CODIGO " " OPE-NOME " " OPE-FILIAL " "
               WS-NIVEL-DESCRICAO " " OPE-SITUACAO "   "
               OPE-DATA-ULT-ACESSO "   " WS-RECERT-DESCRICAO
               DELIMITED BY SIZE INTO RRC-LINHA.
           WRITE RRC-LINHA.
           ADD 1 TO WS-CONT-LISTADOS.

           IF CERTOPE-DISPONIVEL
               PERFORM 6300-LISTAR-CERTIFICACOES
           END-IF.

       6300-LISTAR-CERTIFICACOES.
           MOVE OPE-CODIGO TO CRT-OPERADOR.
           MOVE LOW-VALUES TO CRT-CURSO.
           START CERTIFICACOES KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CERTOPE
           END-START.

           PERFORM 6310-CERTIFICACOES-LOOP
               UNTIL WS-FS-CERTOPE NOT = "00".
           MOVE "00" TO WS-FS-CERTOPE.

       6310-CERTIFICACOES-LOOP.
           READ CERTIFICACOES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CERTOPE
               NOT AT END
                   IF CRT-OPERADOR NOT = OPE-CODIGO
                       MOVE "10" TO WS-FS-CERTOPE
                   ELSE
                       IF CRT-DATA-VALIDADE < DMV-DATA
                           MOVE "VENCIDA" TO WS-CERT-VENCIDO
                       ELSE
                           MOVE SPACES TO WS-CERT-VENCIDO
                       END-IF
                       MOVE SPACES TO RRC-LINHA
                       STRING "           CERTIFICACAO " CRT-CURSO
                           " APROVADO EM " CRT-DATA-APROVACAO
                           " VALIDO ATE " CRT-DATA-VALIDADE " "
                           WS-CERT-VENCIDO
                           DELIMITED BY SIZE INTO RRC-LINHA
                       WRITE RRC-LINHA
                   END-IF
           END-READ.

      *****************************************
      * REVISAO NA TELA: SO OPERADORES ATIVOS DA FILIAL AINDA NAO
      * CONFIRMADOS DESDE A ABERTURA DA CAMPANHA, MENOS O PROPRIO
      * GESTOR. P (OU QUALQUER OUTRA TECLA) DEIXA PARA DEPOIS E F
      * ENCERRA A REVISAO
      *****************************************
       7000-REVISAR.
           IF CAMPANHA-AUSENTE
               DISPLAY "NENHUMA CAMPANHA ABERTA - NADA A REVISAR"
           ELSE
               MOVE ZEROS TO WS-CONT-CONFIRMADOS WS-CONT-REVOGADOS
               MOVE SPACES TO WS-DECISAO
               PERFORM 8000-POSICIONAR-INICIO
               PERFORM 7100-REVISAR-LOOP
                   UNTIL WS-FS-OPERMST NOT = "00"
               MOVE "00" TO WS-FS-OPERMST
               MOVE WS-CONT-CONFIRMADOS TO WS-CONT-EDITADO
               DISPLAY "CONFIRMADOS: " WS-CONT-EDITADO
               MOVE WS-CONT-REVOGADOS TO WS-CONT-EDITADO
               DISPLAY "REVOGADOS..: " WS-CONT-EDITADO
           END-IF.

       7100-REVISAR-LOOP.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-OPERMST
               NOT AT END
                   IF OPE-ATIVO
                           AND (WS-FILIAL = ZEROS
                               OR OPE-FILIAL = WS-FILIAL)
                           AND (OPE-DATA-RECERT IS NOT NUMERIC
                               OR OPE-DATA-RECERT < WS-CAMP-INICIO)
                       IF OPE-CODIGO = SGN-USUARIO
                           DISPLAY OPE-CODIGO " PROPRIO ACESSO - "
                               "CONFIRMACAO CABE A OUTRO GESTOR"
                       ELSE
                           PERFORM 7200-REVISAR-OPERADOR
                       END-IF
                   END-IF
           END-READ.

       7200-REVISAR-OPERADOR.
           PERFORM 8100-DESCREVER-NIVEL.

           DISPLAY " ".
           DISPLAY "OPERADOR " OPE-CODIGO " " OPE-NOME.
           DISPLAY "FILIAL " OPE-FILIAL " NIVEL " WS-NIVEL-DESCRICAO
               " ULTIMO ACESSO " OPE-DATA-ULT-ACESSO.

           IF CERTOPE-DISPONIVEL
               PERFORM 7300-EXIBIR-CERTIFICACOES
           END-IF.

           DISPLAY "C=CONFIRMAR R=REVOGAR P=PULAR F=FIM".
           ACCEPT WS-DECISAO.

           EVALUATE TRUE
               WHEN DECISAO-CONFIRMAR
                   MOVE DMV-DATA TO OPE-DATA-RECERT
                   MOVE "RECERTOK" TO WS-AUD-ACAO
                   PERFORM 7400-GRAVAR-DECISAO
               WHEN DECISAO-REVOGAR
                   SET OPE-BLOQUEADO TO TRUE
                   MOVE "RECERTREV" TO WS-AUD-ACAO
                   PERFORM 7400-GRAVAR-DECISAO
               WHEN DECISAO-FIM
                   MOVE "10" TO WS-FS-OPERMST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7300-EXIBIR-CERTIFICACOES.
           MOVE OPE-CODIGO TO CRT-OPERADOR.
           MOVE LOW-VALUES TO CRT-CURSO.
           START CERTIFICACOES KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CERTOPE
           END-START.

           PERFORM 7310-EXIBIR-CERT-LOOP
               UNTIL WS-FS-CERTOPE NOT = "00".
           MOVE "00" TO WS-FS-CERTOPE.

       7310-EXIBIR-CERT-LOOP.
           READ CERTIFICACOES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CERTOPE
               NOT AT END
                   IF CRT-OPERADOR NOT = OPE-CODIGO
                       MOVE "10" TO WS-FS-CERTOPE
                   ELSE
                       IF CRT-DATA-VALIDADE < DMV-DATA
                           MOVE "VENCIDA" TO WS-CERT-VENCIDO
                       ELSE
                           MOVE SPACES TO WS-CERT-VENCIDO
                       END-IF
                       DISPLAY "  CERTIFICACAO " CRT-CURSO
                           " VALIDO ATE " CRT-DATA-VALIDADE " "
                           WS-CERT-VENCIDO
                   END-IF
           END-READ.

       7400-GRAVAR-DECISAO.
           REWRITE OPE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O OPERADOR"
               NOT INVALID KEY
                   IF DECISAO-CONFIRMAR
                       ADD 1 TO WS-CONT-CONFIRMADOS
                       DISPLAY "ACESSO CONFIRMADO"
                   ELSE
                       ADD 1 TO WS-CONT-REVOGADOS
                       DISPLAY "ACESSO REVOGADO - OPERADOR BLOQUEADO"
                   END-IF
                   MOVE SPACES TO AUW-DETALHE
                   STRING "OPE " OPE-CODIGO " NIVEL " OPE-NIVEL
                       " FIL " OPE-FILIAL
                       DELIMITED BY SIZE INTO AUW-DETALHE
                   PERFORM 9000-AUDITORIA-REGISTRAR
           END-REWRITE.

       8000-POSICIONAR-INICIO.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-OPERMST
           END-START.

       8100-DESCREVER-NIVEL.
           EVALUATE OPE-NIVEL
               WHEN 01
                   MOVE "ADM" TO WS-NIVEL-DESCRICAO
               WHEN 02
                   MOVE "USER" TO WS-NIVEL-DESCRICAO
               WHEN 03
                   MOVE "SUPERVISOR" TO WS-NIVEL-DESCRICAO
               WHEN 04
                   MOVE "AUDITOR" TO WS-NIVEL-DESCRICAO
               WHEN OTHER
                   MOVE "INVALIDO" TO WS-NIVEL-DESCRICAO
           END-EVALUATE.

       8200-DESCREVER-RECERT.
           MOVE SPACES TO WS-RECERT-DESCRICAO.
           IF CAMPANHA-ABERTA
                   AND (OPE-DATA-RECERT IS NOT NUMERIC
                       OR OPE-DATA-RECERT < WS-CAMP-INICIO)
               IF OPE-ATIVO
                   MOVE "PENDENTE" TO WS-RECERT-DESCRICAO
                   ADD 1 TO WS-CONT-PENDENTES
               ELSE
                   MOVE "BLOQUEADO" TO WS-RECERT-DESCRICAO
               END-IF
           ELSE
               IF OPE-DATA-RECERT IS NUMERIC AND OPE-DATA-RECERT > ZEROS
                   STRING "CONFIRMADO " OPE-DATA-RECERT
                       DELIMITED BY SIZE INTO WS-RECERT-DESCRICAO
               ELSE
                   MOVE "NUNCA RECERTIFICADO" TO WS-RECERT-DESCRICAO
               END-IF
           END-IF.

       9000-AUDITORIA-REGISTRAR.
           MOVE SGN-USUARIO TO AUW-USUARIO.
           MOVE WS-AUD-ACAO TO AUW-ACAO.
           CALL "AUDITW" USING AUW-AREA.

       END PROGRAM OPERCERT.
