       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DA COMPOSICAO DE KITS (KITCOMP): CESTAS
      *E COMBOS VENDIDOS COMO UM SO PRODUTO TEM AQUI SEUS PRODUTOS
      *COMPONENTES E A QUANTIDADE DE CADA UM POR KIT. INCLUI, ALTERA
      *A QUANTIDADE E EXCLUI COMPONENTES E LISTA A COMPOSICAO COM O
      *CUSTO DO KIT (SOMA DOS CUSTOS MEDIOS DOS COMPONENTES). KIT E
      *COMPONENTE TEM DE EXISTIR NO PRODMST; KIT DENTRO DE KIT NAO E
      *ACEITO, PARA A CAPTURA BAIXAR SEMPRE PRODUTO QUE TEM ESTOQUE.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.
       DATA DIVISION.
           FILE SECTION.
           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-KIT PIC 9(6).
           77 WS-COMPONENTE PIC 9(6).
           77 WS-QUANTIDADE PIC 9(3).
           77 WS-CONT-COMPONENTES PIC 9(3) VALUE ZEROS.
           77 WS-CUSTO-COMPONENTE PIC 9(9)V99.
           77 WS-CUSTO-KIT PIC 9(9)V99 VALUE ZEROS.
           77 WS-CUSTO-EDITADO PIC Z(8)9,99.
           77 WS-PRODUTO-SW PIC X(1).
               88 PRODUTO-VALIDO VALUE "S".
               88 PRODUTO-INVALIDO VALUE "N".
           77 WS-KIT-SW PIC X(1).
               88 E-KIT VALUE "S".
               88 NAO-E-KIT VALUE "N".
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O COMPOSICAO-KITS.
           IF WS-FS-KITCOMP = "35"
               OPEN OUTPUT COMPOSICAO-KITS
               CLOSE COMPOSICAO-KITS
               OPEN I-O COMPOSICAO-KITS
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR COMPONENTE 2=CONSULTAR KIT 3=ALTERAR "
               "QUANTIDADE 4=EXCLUIR COMPONENTE X=SAIR".
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE COMPOSICAO-KITS.
           CLOSE CADASTRO-PRODUTOS.

       4000-PEDIR-KIT.
           DISPLAY "DIGITE O CODIGO DO PRODUTO KIT".
           ACCEPT WS-KIT.

       4100-VALIDAR-PRODUTO.
           SET PRODUTO-INVALIDO TO TRUE.

           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO " PRD-CODIGO " NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "PRODUTO " PRD-CODIGO ": " PRD-DESCRICAO
                   SET PRODUTO-VALIDO TO TRUE
           END-READ.

      *****************************************
      * UM PRODUTO E KIT QUANDO TEM AO MENOS UM COMPONENTE
      *****************************************
       4200-VERIFICAR-KIT.
           SET NAO-E-KIT TO TRUE.

           MOVE ZEROS TO KIT-COMPONENTE.
           START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-KITCOMP
           END-START.

           IF WS-FS-KITCOMP = "00"
               READ COMPOSICAO-KITS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-KITCOMP
               END-READ
           END-IF.

           IF WS-FS-KITCOMP = "00"
               IF KIT-PRODUTO = PRD-CODIGO
                   SET E-KIT TO TRUE
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-KITCOMP.

      *****************************************
      * UM PRODUTO QUE JA E COMPONENTE DE ALGUM KIT NAO PODE VIRAR
      * KIT (VARREDURA COMPLETA: O ARQUIVO E CHAVEADO PELO KIT)
      *****************************************
       4300-VERIFICAR-COMPONENTE.
           SET NAO-E-KIT TO TRUE.

           MOVE ZEROS TO KIT-PRODUTO KIT-COMPONENTE.
           START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-KITCOMP
           END-START.

           PERFORM 4310-VERIFICAR-COMPONENTE-LOOP
               UNTIL WS-FS-KITCOMP NOT = "00".
           MOVE "00" TO WS-FS-KITCOMP.

       4310-VERIFICAR-COMPONENTE-LOOP.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-COMPONENTE = WS-KIT
                       SET E-KIT TO TRUE
                       MOVE "10" TO WS-FS-KITCOMP
                   END-IF
           END-READ.

       5000-INCLUIR.
           PERFORM 4000-PEDIR-KIT.
           MOVE WS-KIT TO PRD-CODIGO.
           PERFORM 4100-VALIDAR-PRODUTO.

           IF PRODUTO-VALIDO
               PERFORM 4300-VERIFICAR-COMPONENTE
               IF E-KIT
                   DISPLAY "PRODUTO " WS-KIT " E COMPONENTE DE OUTRO "
                       "KIT - NAO PODE SER KIT"
                   SET PRODUTO-INVALIDO TO TRUE
               END-IF
           END-IF.

           IF PRODUTO-VALIDO
               DISPLAY "DIGITE O CODIGO DO COMPONENTE"
               ACCEPT WS-COMPONENTE
               MOVE WS-COMPONENTE TO PRD-CODIGO
               PERFORM 4100-VALIDAR-PRODUTO
           END-IF.

           IF PRODUTO-VALIDO
               IF WS-COMPONENTE = WS-KIT
                   DISPLAY "KIT NAO PODE SER COMPONENTE DE SI MESMO"
                   SET PRODUTO-INVALIDO TO TRUE
               ELSE
                   MOVE WS-COMPONENTE TO KIT-PRODUTO
                   PERFORM 4200-VERIFICAR-KIT
                   IF E-KIT
                       DISPLAY "COMPONENTE " WS-COMPONENTE " E KIT - "
                           "KIT DENTRO DE KIT NAO E ACEITO"
                       SET PRODUTO-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF PRODUTO-VALIDO
               DISPLAY "DIGITE A QUANTIDADE DO COMPONENTE POR KIT"
               ACCEPT WS-QUANTIDADE
               IF WS-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE ZERADA - INCLUSAO CANCELADA"
               ELSE
                   MOVE WS-KIT TO KIT-PRODUTO
                   MOVE WS-COMPONENTE TO KIT-COMPONENTE
                   MOVE WS-QUANTIDADE TO KIT-QUANTIDADE
                   WRITE KIT-REGISTRO
                       INVALID KEY
                           DISPLAY "COMPONENTE JA CADASTRADO NO KIT - "
                               "USE ALTERAR"
                       NOT INVALID KEY
                           DISPLAY "COMPONENTE INCLUIDO NO KIT"
                   END-WRITE
               END-IF
           ELSE
               DISPLAY "INCLUSAO CANCELADA"
           END-IF.

       6000-CONSULTAR.
           PERFORM 4000-PEDIR-KIT.
           MOVE WS-KIT TO PRD-CODIGO.
           PERFORM 4100-VALIDAR-PRODUTO.

           MOVE ZEROS TO WS-CONT-COMPONENTES WS-CUSTO-KIT.
           MOVE WS-KIT TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-KITCOMP
           END-START.

           PERFORM 6100-LISTAR-COMPONENTE
               UNTIL WS-FS-KITCOMP NOT = "00".
           MOVE "00" TO WS-FS-KITCOMP.

           IF WS-CONT-COMPONENTES = ZEROS
               DISPLAY "PRODUTO SEM COMPONENTES - NAO E KIT"
           ELSE
               MOVE WS-CUSTO-KIT TO WS-CUSTO-EDITADO
               DISPLAY "COMPONENTES: " WS-CONT-COMPONENTES
                   " CUSTO DO KIT: " WS-CUSTO-EDITADO
           END-IF.

       6100-LISTAR-COMPONENTE.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = WS-KIT
                       MOVE "10" TO WS-FS-KITCOMP
                   ELSE
                       ADD 1 TO WS-CONT-COMPONENTES
                       MOVE KIT-COMPONENTE TO PRD-CODIGO
                       READ CADASTRO-PRODUTOS
                           INVALID KEY
                               MOVE "PRODUTO NAO CADASTRADO"
                                   TO PRD-DESCRICAO
                               MOVE ZEROS TO PRD-CUSTO-MEDIO
                       END-READ
                       COMPUTE WS-CUSTO-COMPONENTE =
                           PRD-CUSTO-MEDIO * KIT-QUANTIDADE
                       ADD WS-CUSTO-COMPONENTE TO WS-CUSTO-KIT
                       MOVE WS-CUSTO-COMPONENTE TO WS-CUSTO-EDITADO
                       DISPLAY KIT-COMPONENTE " " PRD-DESCRICAO
                           " QTD " KIT-QUANTIDADE " CUSTO "
                           WS-CUSTO-EDITADO
                   END-IF
           END-READ.

       7000-ALTERAR.
           PERFORM 4000-PEDIR-KIT.
           DISPLAY "DIGITE O CODIGO DO COMPONENTE".
           ACCEPT WS-COMPONENTE.

           MOVE WS-KIT TO KIT-PRODUTO.
           MOVE WS-COMPONENTE TO KIT-COMPONENTE.
           READ COMPOSICAO-KITS
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CADASTRADO NO KIT"
               NOT INVALID KEY
                   DISPLAY "QUANTIDADE ATUAL: " KIT-QUANTIDADE
                   DISPLAY "DIGITE A NOVA QUANTIDADE POR KIT"
                   ACCEPT WS-QUANTIDADE
                   IF WS-QUANTIDADE = ZEROS
                       DISPLAY "QUANTIDADE ZERADA - USE EXCLUIR"
                   ELSE
                       MOVE WS-QUANTIDADE TO KIT-QUANTIDADE
                       REWRITE KIT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR O COMPONENTE"
                           NOT INVALID KEY
                               DISPLAY "QUANTIDADE ALTERADA"
                       END-REWRITE
                   END-IF
           END-READ.

       8000-EXCLUIR.
           PERFORM 4000-PEDIR-KIT.
           DISPLAY "DIGITE O CODIGO DO COMPONENTE".
           ACCEPT WS-COMPONENTE.

           MOVE WS-KIT TO KIT-PRODUTO.
           MOVE WS-COMPONENTE TO KIT-COMPONENTE.
           DELETE COMPOSICAO-KITS
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CADASTRADO NO KIT"
               NOT INVALID KEY
                   DISPLAY "COMPONENTE EXCLUIDO DO KIT"
           END-DELETE.

       END PROGRAM KITMNT.
