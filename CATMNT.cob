       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DA TABELA DE DEPARTAMENTOS E CATEGORIAS
      *DE PRODUTO (CATMST), EM DOIS NIVEIS: O DEPARTAMENTO (EX:
      *LIMPEZA, ALIMENTOS, FERRAGENS) E AS CATEGORIAS DENTRO DELE.
      *A CATEGORIA SO PODE SER INCLUIDA EM DEPARTAMENTO JA
      *CADASTRADO E ATIVO. A CONSULTA DE UM DEPARTAMENTO LISTA AS
      *SUAS CATEGORIAS. O PRODUTO E CLASSIFICADO NO PRODMNT.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABELA-CATEGORIAS ASSIGN TO "CATMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-CHAVE
                   FILE STATUS IS WS-FS-CATMST.
       DATA DIVISION.
           FILE SECTION.
           FD  TABELA-CATEGORIAS
               LABEL RECORD IS STANDARD.
               COPY "CATEGOR-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-CATMST PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-DEPARTAMENTO PIC 9(2).
           77 WS-CATEGORIA PIC 9(2).
           77 WS-DESCRICAO PIC X(30).
           77 WS-DEPTO-SW PIC X(1).
               88 DEPARTAMENTO-VALIDO VALUE "S".
               88 DEPARTAMENTO-INVALIDO VALUE "N".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           OPEN I-O TABELA-CATEGORIAS.
           IF WS-FS-CATMST = "35"
               OPEN OUTPUT TABELA-CATEGORIAS
               CLOSE TABELA-CATEGORIAS
               OPEN I-O TABELA-CATEGORIAS
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR 2=CONSULTAR 3=ALTERAR 4=INATIVAR/"
               "REATIVAR X=SAIR".
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE TABELA-CATEGORIAS.

       4000-PEDIR-CHAVE.
           DISPLAY "DIGITE O DEPARTAMENTO (01 A 99)".
           ACCEPT WS-DEPARTAMENTO.

           DISPLAY "DIGITE A CATEGORIA (00 = O PROPRIO DEPARTAMENTO)".
           ACCEPT WS-CATEGORIA.

           MOVE WS-DEPARTAMENTO TO CAT-DEPARTAMENTO.
           MOVE WS-CATEGORIA TO CAT-CATEGORIA.

      *****************************************
      * CATEGORIA NOVA SO ENTRA EM DEPARTAMENTO CADASTRADO E ATIVO
      *****************************************
       4100-VALIDAR-DEPARTAMENTO.
           SET DEPARTAMENTO-VALIDO TO TRUE.

           MOVE WS-DEPARTAMENTO TO CAT-DEPARTAMENTO.
           MOVE ZEROS TO CAT-CATEGORIA.
           READ TABELA-CATEGORIAS
               INVALID KEY
                   DISPLAY "DEPARTAMENTO NAO CADASTRADO"
                   SET DEPARTAMENTO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF CAT-INATIVA
                       DISPLAY "DEPARTAMENTO INATIVO"
                       SET DEPARTAMENTO-INVALIDO TO TRUE
                   END-IF
           END-READ.

           MOVE WS-DEPARTAMENTO TO CAT-DEPARTAMENTO.
           MOVE WS-CATEGORIA TO CAT-CATEGORIA.

       4200-LISTAR-CATEGORIA.
           READ TABELA-CATEGORIAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CATMST
               NOT AT END
                   IF CAT-DEPARTAMENTO NOT = WS-DEPARTAMENTO
                       MOVE "10" TO WS-FS-CATMST
                   ELSE
                       DISPLAY "   " CAT-DEPARTAMENTO "." CAT-CATEGORIA
                           " " CAT-DESCRICAO " SITUACAO "
                           CAT-SITUACAO
                   END-IF
           END-READ.

       5000-INCLUIR.
           PERFORM 4000-PEDIR-CHAVE.

           IF WS-DEPARTAMENTO = ZEROS
               DISPLAY "DEPARTAMENTO ZERO NAO E PERMITIDO"
           ELSE
               SET DEPARTAMENTO-VALIDO TO TRUE
               IF WS-CATEGORIA NOT = ZEROS
                   PERFORM 4100-VALIDAR-DEPARTAMENTO
               END-IF
               IF DEPARTAMENTO-VALIDO
                   DISPLAY "DIGITE A DESCRICAO"
                   ACCEPT CAT-DESCRICAO
                   SET CAT-ATIVA TO TRUE
                   WRITE CAT-REGISTRO
                       INVALID KEY
                           DISPLAY "CODIGO JA CADASTRADO NA TABELA"
                       NOT INVALID KEY
                           DISPLAY "INCLUSAO EFETUADA COM SUCESSO"
                   END-WRITE
               ELSE
                   DISPLAY "INCLUSAO CANCELADA"
               END-IF
           END-IF.

       6000-CONSULTAR.
           PERFORM 4000-PEDIR-CHAVE.

           READ TABELA-CATEGORIAS
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
               NOT INVALID KEY
                   DISPLAY CAT-DEPARTAMENTO "." CAT-CATEGORIA " "
                       CAT-DESCRICAO " SITUACAO " CAT-SITUACAO
                   IF CAT-CATEGORIA = ZEROS
                       PERFORM 6100-LISTAR-DEPARTAMENTO
                   END-IF
           END-READ.

      *****************************************
      * DEPARTAMENTO CONSULTADO: LISTA AS CATEGORIAS DEBAIXO DELE
      *****************************************
       6100-LISTAR-DEPARTAMENTO.
           MOVE WS-DEPARTAMENTO TO CAT-DEPARTAMENTO.
           MOVE 01 TO CAT-CATEGORIA.
           START TABELA-CATEGORIAS KEY IS NOT LESS THAN CAT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CATMST
           END-START.

           PERFORM 4200-LISTAR-CATEGORIA
               UNTIL WS-FS-CATMST NOT = "00".
           MOVE "00" TO WS-FS-CATMST.

       7000-ALTERAR.
           PERFORM 4000-PEDIR-CHAVE.

           READ TABELA-CATEGORIAS
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
               NOT INVALID KEY
                   DISPLAY "DIGITE A NOVA DESCRICAO"
                   ACCEPT WS-DESCRICAO
                   MOVE WS-DESCRICAO TO CAT-DESCRICAO
                   REWRITE CAT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A TABELA"
                       NOT INVALID KEY
                           DISPLAY "ALTERACAO EFETUADA COM SUCESSO"
                   END-REWRITE
           END-READ.

       8000-MUDAR-SITUACAO.
           PERFORM 4000-PEDIR-CHAVE.

           READ TABELA-CATEGORIAS
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
               NOT INVALID KEY
                   IF CAT-ATIVA
                       SET CAT-INATIVA TO TRUE
                       DISPLAY "CODIGO INATIVADO"
                   ELSE
                       SET CAT-ATIVA TO TRUE
                       DISPLAY "CODIGO REATIVADO"
                   END-IF
                   REWRITE CAT-REGISTRO
                   END-REWRITE
           END-READ.

       END PROGRAM CATMNT.
