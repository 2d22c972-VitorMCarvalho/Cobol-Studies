       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPMNT.
      *********************************
      * OBJETIVO: MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS
      *           (GRPMST): CODIGO, NOME, LIMITE DE CREDITO DO GRUPO
      *           E EMPRESA CABECA (CLIENTE PESSOA JURIDICA DO
      *           CADCLI), COM INATIVACAO/REATIVACAO. A LIGACAO DE
      *           CADA EMPRESA AO GRUPO E FEITA NO CLIENTES (CAMPO
      *           GRUPO), QUE MANTEM O INDICE GRPCLI; AQUI A CONSULTA
      *           LISTA OS MEMBROS E A OPCAO 5 RECONSTROI O GRPCLI A
      *           PARTIR DO CADCLI (VIRADA, RESTAURACAO DE CADASTRO OU
      *           SUSPEITA DE INDICE INCOMPLETO). RESTRITO AOS NIVEIS
      *           ADM E SUPERVISOR; CADA GRAVACAO VAI PARA O LOG DE
      *           AUDITORIA
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CADASTRO-GRUPOS ASSIGN TO "GRPMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GRP-CODIGO
                       FILE STATUS IS WS-FS-GRPMST.

                   SELECT INDICE-GRUPOS ASSIGN TO "GRPCLI"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GRC-CHAVE
                       FILE STATUS IS WS-FS-GRPCLI.

                   SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLI-CODIGO
                       ALTERNATE RECORD KEY IS CLI-CPF
                           WITH DUPLICATES
                       FILE STATUS IS WS-FS-CADCLI.

       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRUPO-REG.CPY".

           FD  INDICE-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRPCLI-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           WORKING-STORAGE SECTION.
               77 WS-FS-GRPMST PIC X(2) VALUE "00".
               77 WS-FS-GRPCLI PIC X(2) VALUE "00".
               77 WS-FS-CADCLI PIC X(2) VALUE "00".
               77 WS-OPCAO PIC X(1).
               77 WS-OPE-PIN PIC X(4).
               77 WS-AUD-ACAO PIC X(10).
               77 WS-GRUPO-CONSULTA PIC 9(4).
               77 WS-LIDER-SITUACAO PIC X(1).
                   88 LIDER-VALIDO VALUE "S".
                   88 LIDER-INVALIDO VALUE "N".
               77 WS-LIMITE-ANTES PIC 9(9)V99.
               77 WS-LIMITE-EDITADO PIC Z(8)9,99.
               77 WS-CONT-MEMBROS PIC 9(6).
               77 WS-CONT-EDITADO PIC Z(5)9.
               COPY "SIGNON-REG.CPY".
               COPY "AUDITW-REG.CPY".
               COPY "DATMOV-REG.CPY".

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
           DISPLAY "GRUPOS ECONOMICOS - DIGITE O OPERADOR".
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
               OPEN I-O CADASTRO-GRUPOS
               IF WS-FS-GRPMST = "35"
                   OPEN OUTPUT CADASTRO-GRUPOS
                   CLOSE CADASTRO-GRUPOS
                   OPEN I-O CADASTRO-GRUPOS
               END-IF
               PERFORM 1100-ABRIR-INDICE
               OPEN INPUT CADASTRO-CLIENTES
               PERFORM 1900-EXIBIR-MENU
           ELSE
               DISPLAY "ACESSO RESTRITO AOS NIVEIS ADM E SUPERVISOR - "
                   "ENCERRANDO"
           END-IF.

       1100-ABRIR-INDICE.
           OPEN I-O INDICE-GRUPOS.
           IF WS-FS-GRPCLI = "35"
               OPEN OUTPUT INDICE-GRUPOS
               CLOSE INDICE-GRUPOS
               OPEN I-O INDICE-GRUPOS
           END-IF.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR 2=CONSULTAR 3=ALTERAR 4=INATIVAR/"
               "REATIVAR 5=RECONSTRUIR INDICE X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-INCLUIR
               WHEN "2"
                   PERFORM 6000-CONSULTAR
               WHEN "3"
                   PERFORM 7000-ALTERAR
               WHEN "4"
                   PERFORM 8000-MUDAR-SITUACAO
               WHEN "5"
                   PERFORM 8500-RECONSTRUIR-INDICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CADASTRO-GRUPOS.
           CLOSE INDICE-GRUPOS.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.

       5000-INCLUIR.
           DISPLAY "DIGITE O CODIGO DO GRUPO".
           ACCEPT GRP-CODIGO.

           DISPLAY "DIGITE O NOME DO GRUPO".
           ACCEPT GRP-NOME.

           DISPLAY "DIGITE O LIMITE DE CREDITO DO GRUPO (0 = SEM TETO)".
           ACCEPT GRP-LIMITE-CREDITO.

           DISPLAY "DIGITE O CODIGO DO CLIENTE DA EMPRESA CABECA".
           ACCEPT GRP-EMPRESA-LIDER.

           PERFORM 5100-VALIDAR-LIDER.

           IF GRP-CODIGO = ZEROS OR LIDER-INVALIDO
               DISPLAY "INCLUSAO CANCELADA"
           ELSE
               SET GRP-ATIVO TO TRUE
               MOVE DMV-DATA TO GRP-DATA-ULT-ALTERACAO
               MOVE SGN-USUARIO TO GRP-OPERADOR-ULT-ALTERACAO
               WRITE GRP-REGISTRO
                   INVALID KEY
                       DISPLAY "GRUPO JA CADASTRADO COM ESTE CODIGO"
                   NOT INVALID KEY
                       DISPLAY "GRUPO INCLUIDO COM SUCESSO - LIGUE AS "
                           "EMPRESAS AO GRUPO NO CLIENTES"
                       MOVE "INCGRUPO" TO WS-AUD-ACAO
                       MOVE ZEROS TO WS-LIMITE-ANTES
                       PERFORM 9000-AUDITORIA-REGISTRAR
               END-WRITE
           END-IF.

      *****************************************
      * A EMPRESA CABECA TEM DE SER CLIENTE PESSOA JURIDICA DO
      * CADCLI; SE JA ESTIVER LIGADA A OUTRO GRUPO, RECUSA
      *****************************************
       5100-VALIDAR-LIDER.
           SET LIDER-VALIDO TO TRUE.

           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI INDISPONIVEL"
               SET LIDER-INVALIDO TO TRUE
           ELSE
               MOVE GRP-EMPRESA-LIDER TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "EMPRESA CABECA NAO CADASTRADA"
                       SET LIDER-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF NOT CLI-PESSOA-JURIDICA
                           DISPLAY "EMPRESA CABECA TEM DE SER PESSOA "
                               "JURIDICA"
                           SET LIDER-INVALIDO TO TRUE
                       END-IF
                       IF CLI-GRUPO IS NUMERIC AND CLI-GRUPO > ZEROS
                               AND CLI-GRUPO NOT = GRP-CODIGO
                           DISPLAY "EMPRESA CABECA JA PERTENCE AO "
                               "GRUPO " CLI-GRUPO
                           SET LIDER-INVALIDO TO TRUE
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

       6000-CONSULTAR.
           DISPLAY "DIGITE O CODIGO DO GRUPO".
           ACCEPT GRP-CODIGO.

           READ CADASTRO-GRUPOS
               INVALID KEY
                   DISPLAY "GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE GRP-LIMITE-CREDITO TO WS-LIMITE-EDITADO
                   DISPLAY GRP-CODIGO " " GRP-NOME " SITUACAO "
                       GRP-SITUACAO
                   DISPLAY "LIMITE DO GRUPO: " WS-LIMITE-EDITADO
                       " EMPRESA CABECA: " GRP-EMPRESA-LIDER
                   DISPLAY "ULT ALTERACAO: " GRP-DATA-ULT-ALTERACAO
                       " POR " GRP-OPERADOR-ULT-ALTERACAO
                   PERFORM 6100-LISTAR-MEMBROS
           END-READ.

           MOVE "00" TO WS-FS-GRPMST.

       6100-LISTAR-MEMBROS.
           MOVE ZEROS TO WS-CONT-MEMBROS.
           MOVE GRP-CODIGO TO WS-GRUPO-CONSULTA GRC-GRUPO.
           MOVE ZEROS TO GRC-CODIGO.
           START INDICE-GRUPOS KEY IS NOT LESS THAN GRC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-GRPCLI
           END-START.

           DISPLAY "MEMBROS:".
           PERFORM 6110-LER-MEMBRO UNTIL WS-FS-GRPCLI NOT = "00".
           MOVE "00" TO WS-FS-GRPCLI.

           MOVE WS-CONT-MEMBROS TO WS-CONT-EDITADO.
           DISPLAY "EMPRESAS NO GRUPO: " WS-CONT-EDITADO.

       6110-LER-MEMBRO.
           READ INDICE-GRUPOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-GRPCLI
               NOT AT END
                   IF GRC-GRUPO NOT = WS-GRUPO-CONSULTA
                       MOVE "10" TO WS-FS-GRPCLI
                   ELSE
                       PERFORM 6120-EXIBIR-MEMBRO
                   END-IF
           END-READ.

       6120-EXIBIR-MEMBRO.
           IF WS-FS-CADCLI = "00"
               MOVE GRC-CODIGO TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-GRUPO = WS-GRUPO-CONSULTA
                           ADD 1 TO WS-CONT-MEMBROS
                           MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-EDITADO
                           DISPLAY CLI-CODIGO " " CLI-NOME " LIMITE "
                               WS-LIMITE-EDITADO " ATIVO " CLI-ATIVO
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

       7000-ALTERAR.
           DISPLAY "DIGITE O CODIGO DO GRUPO".
           ACCEPT GRP-CODIGO.

           READ CADASTRO-GRUPOS
               INVALID KEY
                   DISPLAY "GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 7100-ALTERAR-CONTINUAR
           END-READ.

           MOVE "00" TO WS-FS-GRPMST.

       7100-ALTERAR-CONTINUAR.
           MOVE GRP-LIMITE-CREDITO TO WS-LIMITE-ANTES.

           DISPLAY "DIGITE O NOVO NOME".
           ACCEPT GRP-NOME.
           DISPLAY "DIGITE O NOVO LIMITE DO GRUPO (0 = SEM TETO)".
           ACCEPT GRP-LIMITE-CREDITO.
           DISPLAY "DIGITE O CODIGO DA EMPRESA CABECA".
           ACCEPT GRP-EMPRESA-LIDER.

           PERFORM 5100-VALIDAR-LIDER.

           IF LIDER-INVALIDO
               DISPLAY "ALTERACAO CANCELADA"
           ELSE
               MOVE DMV-DATA TO GRP-DATA-ULT-ALTERACAO
               MOVE SGN-USUARIO TO GRP-OPERADOR-ULT-ALTERACAO
               REWRITE GRP-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O GRUPO"
                   NOT INVALID KEY
                       DISPLAY "GRUPO ALTERADO COM SUCESSO"
                       MOVE "ALTGRUPO" TO WS-AUD-ACAO
                       PERFORM 9000-AUDITORIA-REGISTRAR
               END-REWRITE
           END-IF.

       8000-MUDAR-SITUACAO.
           DISPLAY "DIGITE O CODIGO DO GRUPO".
           ACCEPT GRP-CODIGO.

           READ CADASTRO-GRUPOS
               INVALID KEY
                   DISPLAY "GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF GRP-ATIVO
                       SET GRP-INATIVO TO TRUE
                       DISPLAY "GRUPO INATIVADO - EXPOSICAO DEIXA DE "
                           "SER CONFERIDA NA VENDA"
                   ELSE
                       SET GRP-ATIVO TO TRUE
                       DISPLAY "GRUPO REATIVADO"
                   END-IF
                   MOVE DMV-DATA TO GRP-DATA-ULT-ALTERACAO
                   MOVE SGN-USUARIO TO GRP-OPERADOR-ULT-ALTERACAO
                   REWRITE GRP-REGISTRO
                   END-REWRITE
                   MOVE "SITGRUPO" TO WS-AUD-ACAO
                   MOVE GRP-LIMITE-CREDITO TO WS-LIMITE-ANTES
                   PERFORM 9000-AUDITORIA-REGISTRAR
           END-READ.

           MOVE "00" TO WS-FS-GRPMST.

      *****************************************
      * RECONSTRUCAO DO GRPCLI NO MOLDE DO NOMEIDXR: REGRAVA O INDICE
      * INTEIRO A PARTIR DO CLI-GRUPO DE TODOS OS CLIENTES (ATIVOS OU
      * NAO - CLIENTE DELETADO CONTINUA DEVENDO PARA O GRUPO)
      *****************************************
       8500-RECONSTRUIR-INDICE.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - INDICE MANTIDO"
           ELSE
               CLOSE INDICE-GRUPOS
               OPEN OUTPUT INDICE-GRUPOS
               MOVE ZEROS TO WS-CONT-MEMBROS
               MOVE ZEROS TO CLI-CODIGO
               START CADASTRO-CLIENTES KEY IS NOT LESS THAN CLI-CODIGO
                   INVALID KEY
                       MOVE "10" TO WS-FS-CADCLI
               END-START
               PERFORM 8510-INDEXAR-CLIENTE
                   UNTIL WS-FS-CADCLI NOT = "00"
               MOVE "00" TO WS-FS-CADCLI
               CLOSE INDICE-GRUPOS
               PERFORM 1100-ABRIR-INDICE
               MOVE WS-CONT-MEMBROS TO WS-CONT-EDITADO
               DISPLAY "INDICE GRPCLI RECONSTRUIDO - LIGACOES: "
                   WS-CONT-EDITADO
               MOVE "IDXGRUPO" TO WS-AUD-ACAO
               MOVE ZEROS TO GRP-CODIGO WS-LIMITE-ANTES
                   GRP-LIMITE-CREDITO
               PERFORM 9000-AUDITORIA-REGISTRAR
           END-IF.

       8510-INDEXAR-CLIENTE.
           READ CADASTRO-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CADCLI
               NOT AT END
                   IF CLI-GRUPO IS NUMERIC AND CLI-GRUPO > ZEROS
                       MOVE CLI-GRUPO TO GRC-GRUPO
                       MOVE CLI-CODIGO TO GRC-CODIGO
                       WRITE GRC-REGISTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-MEMBROS
                       END-WRITE
                   END-IF
           END-READ.

       9000-AUDITORIA-REGISTRAR.
           MOVE SGN-USUARIO TO AUW-USUARIO.
           MOVE WS-AUD-ACAO TO AUW-ACAO.
           MOVE SPACES TO AUW-DETALHE.
           STRING GRP-CODIGO " " WS-LIMITE-ANTES " " GRP-LIMITE-CREDITO
               DELIMITED BY SIZE INTO AUW-DETALHE.
           CALL "AUDITW" USING AUW-AREA.

       END PROGRAM GRUPMNT.
