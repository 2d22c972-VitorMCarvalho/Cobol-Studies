       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDFMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DA TABELA DE CORRESPONDENCIA ENTRE O
      *CODIGO DO PRODUTO NA NOTA DO FORNECEDOR E O NOSSO CODIGO DE
      *PRODUTO (PRDFORN), USADA PELO NFEIMP PARA TRADUZIR OS ITENS
      *DA NOTA ELETRONICA. INCLUI, ALTERA O PRODUTO, EXCLUI E LISTA
      *AS CORRESPONDENCIAS DE UM FORNECEDOR. FORNECEDOR (FORNMST) E
      *PRODUTO (PRODMST) TEM DE ESTAR CADASTRADOS E ATIVOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CORRESP-PRODUTOS ASSIGN TO "PRDFORN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XRF-CHAVE
                   FILE STATUS IS WS-FS-PRDFORN.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.
       DATA DIVISION.
           FILE SECTION.
           FD  CORRESP-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRDFORN-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-PRDFORN PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-FORNECEDOR PIC 9(4).
           77 WS-CODIGO-FORN PIC X(20).
           77 WS-PRODUTO PIC 9(6).
           77 WS-CONT-ITENS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-FORNECEDOR-SW PIC X(1).
               88 FORNECEDOR-VALIDO VALUE "S".
               88 FORNECEDOR-INVALIDO VALUE "N".
           77 WS-PRODUTO-SW PIC X(1).
               88 PRODUTO-VALIDO VALUE "S".
               88 PRODUTO-INVALIDO VALUE "N".
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR".
           ACCEPT WS-OPERADOR.

           OPEN I-O CORRESP-PRODUTOS.
           IF WS-FS-PRDFORN = "35"
               OPEN OUTPUT CORRESP-PRODUTOS
               CLOSE CORRESP-PRODUTOS
               OPEN I-O CORRESP-PRODUTOS
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.
           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR 2=CONSULTAR 3=ALTERAR PRODUTO "
               "4=EXCLUIR 5=LISTAR FORNECEDOR X=SAIR".
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
                   PERFORM 8000-EXCLUIR
               WHEN "5"
                   PERFORM 9000-LISTAR-FORNECEDOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CORRESP-PRODUTOS.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE CADASTRO-PRODUTOS.

       4000-PEDIR-FORNECEDOR.
           SET FORNECEDOR-INVALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.

           MOVE WS-FORNECEDOR TO FOR-CODIGO.
           READ CADASTRO-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR: " FOR-NOME
                   IF FOR-INATIVO
                       DISPLAY "FORNECEDOR INATIVO"
                   ELSE
                       SET FORNECEDOR-VALIDO TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-FORNMST.

       4100-PEDIR-CHAVE.
           PERFORM 4000-PEDIR-FORNECEDOR.

           DISPLAY "DIGITE O CODIGO DO PRODUTO NA NOTA DO FORNECEDOR".
           ACCEPT WS-CODIGO-FORN.

           MOVE WS-FORNECEDOR TO XRF-FORNECEDOR.
           MOVE WS-CODIGO-FORN TO XRF-CODIGO-FORN.

       4200-PEDIR-PRODUTO.
           SET PRODUTO-INVALIDO TO TRUE.

           DISPLAY "DIGITE O NOSSO CODIGO DE PRODUTO".
           ACCEPT WS-PRODUTO.

           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " PRD-DESCRICAO
                   IF PRD-INATIVO
                       DISPLAY "PRODUTO INATIVO"
                   ELSE
                       SET PRODUTO-VALIDO TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-PRODMST.

       5000-INCLUIR.
           PERFORM 4100-PEDIR-CHAVE.

           EVALUATE TRUE
               WHEN FORNECEDOR-INVALIDO
                   DISPLAY "INCLUSAO CANCELADA"
               WHEN WS-CODIGO-FORN = SPACES
                   DISPLAY "CODIGO DO FORNECEDOR OBRIGATORIO - "
                       "INCLUSAO CANCELADA"
               WHEN OTHER
                   PERFORM 4200-PEDIR-PRODUTO
                   IF PRODUTO-VALIDO
                       MOVE WS-FORNECEDOR TO XRF-FORNECEDOR
                       MOVE WS-CODIGO-FORN TO XRF-CODIGO-FORN
                       MOVE WS-PRODUTO TO XRF-PRODUTO
                       MOVE DMV-DATA TO XRF-DATA-CADASTRO
                       MOVE WS-OPERADOR TO XRF-OPERADOR
                       WRITE XRF-REGISTRO
                           INVALID KEY
                               DISPLAY "CODIGO JA CADASTRADO PARA O "
                                   "FORNECEDOR - USE ALTERAR"
                           NOT INVALID KEY
                               DISPLAY "CORRESPONDENCIA INCLUIDA"
                       END-WRITE
                   ELSE
                       DISPLAY "INCLUSAO CANCELADA"
                   END-IF
           END-EVALUATE.

       6000-CONSULTAR.
           PERFORM 4100-PEDIR-CHAVE.

           READ CORRESP-PRODUTOS
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO PARA O FORNECEDOR"
               NOT INVALID KEY
                   MOVE XRF-PRODUTO TO PRD-CODIGO
                   READ CADASTRO-PRODUTOS
                       INVALID KEY
                           MOVE "PRODUTO NAO CADASTRADO"
                               TO PRD-DESCRICAO
                   END-READ
                   MOVE "00" TO WS-FS-PRODMST
                   DISPLAY XRF-CODIGO-FORN " = PRODUTO " XRF-PRODUTO
                       " " PRD-DESCRICAO
                   DISPLAY "CADASTRADO EM " XRF-DATA-CADASTRO
                       " POR " XRF-OPERADOR
           END-READ.

       7000-ALTERAR.
           PERFORM 4100-PEDIR-CHAVE.

           READ CORRESP-PRODUTOS
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO PARA O FORNECEDOR"
               NOT INVALID KEY
                   DISPLAY "PRODUTO ATUAL: " XRF-PRODUTO
                   PERFORM 4200-PEDIR-PRODUTO
                   IF PRODUTO-VALIDO
                       MOVE WS-PRODUTO TO XRF-PRODUTO
                       MOVE DMV-DATA TO XRF-DATA-CADASTRO
                       MOVE WS-OPERADOR TO XRF-OPERADOR
                       REWRITE XRF-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR A "
                                   "CORRESPONDENCIA"
                           NOT INVALID KEY
                               DISPLAY "CORRESPONDENCIA ALTERADA"
                       END-REWRITE
                   ELSE
                       DISPLAY "ALTERACAO CANCELADA"
                   END-IF
           END-READ.

       8000-EXCLUIR.
           PERFORM 4100-PEDIR-CHAVE.

           DELETE CORRESP-PRODUTOS
               INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO PARA O FORNECEDOR"
               NOT INVALID KEY
                   DISPLAY "CORRESPONDENCIA EXCLUIDA"
           END-DELETE.

      *****************************************
      * TODAS AS CORRESPONDENCIAS DE UM FORNECEDOR (ORDEM DA CHAVE)
      *****************************************
       9000-LISTAR-FORNECEDOR.
           PERFORM 4000-PEDIR-FORNECEDOR.

           MOVE ZEROS TO WS-CONT-ITENS.
           MOVE WS-FORNECEDOR TO XRF-FORNECEDOR.
           MOVE LOW-VALUES TO XRF-CODIGO-FORN.
           START CORRESP-PRODUTOS KEY IS NOT LESS THAN XRF-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PRDFORN
           END-START.

           PERFORM 9100-LISTAR-CORRESPONDENCIA
               UNTIL WS-FS-PRDFORN NOT = "00".
           MOVE "00" TO WS-FS-PRDFORN.

           MOVE WS-CONT-ITENS TO WS-CONT-EDITADO.
           DISPLAY "CORRESPONDENCIAS DO FORNECEDOR: " WS-CONT-EDITADO.

       9100-LISTAR-CORRESPONDENCIA.
           READ CORRESP-PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PRDFORN
               NOT AT END
                   IF XRF-FORNECEDOR NOT = WS-FORNECEDOR
                       MOVE "10" TO WS-FS-PRDFORN
                   ELSE
                       ADD 1 TO WS-CONT-ITENS
                       MOVE XRF-PRODUTO TO PRD-CODIGO
                       READ CADASTRO-PRODUTOS
                           INVALID KEY
                               MOVE "PRODUTO NAO CADASTRADO"
                                   TO PRD-DESCRICAO
                       END-READ
                       MOVE "00" TO WS-FS-PRODMST
                       DISPLAY XRF-CODIGO-FORN " " XRF-PRODUTO " "
                           PRD-DESCRICAO
                   END-IF
           END-READ.

       END PROGRAM PRDFMNT.
