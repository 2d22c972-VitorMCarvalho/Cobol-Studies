       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DA TABELA DE MOTIVOS DE ESTORNO (MOTEST):
      *CODIGO (01 A 99, O MESMO GRAVADO NO DETALHE DE VENDAS),
      *DESCRICAO, CATEGORIA (D=DEFEITO A=ARREPENDIMENTO P=ERRO DE
      *PRECO E=ERRO DE LANCAMENTO O=OUTROS) E SE A MERCADORIA VOLTA
      *AO ESTOQUE. O PROJETO5 SO ACEITA ESTORNO COM MOTIVO
      *CADASTRADO E ATIVO. A CONSULTA SEM CODIGO LISTA A TABELA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TABELA-MOTIVOS ASSIGN TO "MOTEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MTE-CODIGO
                   FILE STATUS IS WS-FS-MOTEST.
       DATA DIVISION.
           FILE SECTION.
           FD  TABELA-MOTIVOS
               LABEL RECORD IS STANDARD.
               COPY "MOTEST-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-MOTEST PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CODIGO PIC 9(2).
           77 WS-DESCRICAO PIC X(30).
           77 WS-CATEGORIA PIC X(1).
           77 WS-RETORNA PIC X(1).
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           OPEN I-O TABELA-MOTIVOS.
           IF WS-FS-MOTEST = "35"
               OPEN OUTPUT TABELA-MOTIVOS
               CLOSE TABELA-MOTIVOS
               OPEN I-O TABELA-MOTIVOS
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR 2=CONSULTAR/LISTAR 3=ALTERAR 4=INATIVAR/"
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
           CLOSE TABELA-MOTIVOS.

       4000-PEDIR-CHAVE.
           DISPLAY "DIGITE O CODIGO DO MOTIVO (01 A 99)".
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO MTE-CODIGO.

      *****************************************
      * DESCRICAO, CATEGORIA E RETORNO AO ESTOQUE, USADOS NA
      * INCLUSAO E NA ALTERACAO
      *****************************************
       4100-PEDIR-DADOS.
           SET ENTRADA-VALIDA TO TRUE.

           DISPLAY "DIGITE A DESCRICAO".
           ACCEPT WS-DESCRICAO.
           DISPLAY "CATEGORIA (D=DEFEITO A=ARREPENDIMENTO P=ERRO DE "
               "PRECO E=ERRO DE LANCAMENTO O=OUTROS)".
           ACCEPT WS-CATEGORIA.
           DISPLAY "A MERCADORIA VOLTA AO ESTOQUE (S/N)?".
           ACCEPT WS-RETORNA.

           IF WS-DESCRICAO = SPACES
               SET ENTRADA-INVALIDA TO TRUE
               DISPLAY "DESCRICAO OBRIGATORIA"
           END-IF.

           IF ENTRADA-VALIDA
               IF WS-CATEGORIA NOT = "D" AND NOT = "A" AND NOT = "P"
                       AND NOT = "E" AND NOT = "O"
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "CATEGORIA INVALIDA"
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               IF WS-RETORNA NOT = "S" AND NOT = "N"
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "RETORNO AO ESTOQUE DEVE SER S OU N"
               END-IF
           END-IF.

       4200-LISTAR-MOTIVO.
           READ TABELA-MOTIVOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-MOTEST
               NOT AT END
                   PERFORM 4300-EXIBIR-MOTIVO
           END-READ.

       4300-EXIBIR-MOTIVO.
           DISPLAY MTE-CODIGO " " MTE-DESCRICAO " CATEGORIA "
               MTE-CATEGORIA " VOLTA AO ESTOQUE " MTE-RETORNA-ESTOQUE
               " SITUACAO " MTE-SITUACAO.

       5000-INCLUIR.
           PERFORM 4000-PEDIR-CHAVE.

           IF WS-CODIGO = ZEROS
               DISPLAY "CODIGO ZERO NAO E PERMITIDO"
           ELSE
               PERFORM 4100-PEDIR-DADOS
               IF ENTRADA-VALIDA
                   MOVE WS-CODIGO TO MTE-CODIGO
                   MOVE WS-DESCRICAO TO MTE-DESCRICAO
                   MOVE WS-CATEGORIA TO MTE-CATEGORIA
                   MOVE WS-RETORNA TO MTE-RETORNA-ESTOQUE
                   SET MTE-ATIVO TO TRUE
                   WRITE MTE-REGISTRO
                       INVALID KEY
                           DISPLAY "CODIGO JA CADASTRADO NA TABELA"
                       NOT INVALID KEY
                           DISPLAY "INCLUSAO EFETUADA COM SUCESSO"
                   END-WRITE
               ELSE
                   DISPLAY "INCLUSAO CANCELADA"
               END-IF
           END-IF.

      *****************************************
      * CODIGO ZERO NA CONSULTA LISTA A TABELA INTEIRA
      *****************************************
       6000-CONSULTAR.
           PERFORM 4000-PEDIR-CHAVE.

           IF WS-CODIGO = ZEROS
               START TABELA-MOTIVOS KEY IS NOT LESS THAN MTE-CODIGO
                   INVALID KEY
                       MOVE "23" TO WS-FS-MOTEST
               END-START
               PERFORM 4200-LISTAR-MOTIVO
                   UNTIL WS-FS-MOTEST NOT = "00"
               MOVE "00" TO WS-FS-MOTEST
           ELSE
               READ TABELA-MOTIVOS
                   INVALID KEY
                       DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
                   NOT INVALID KEY
                       PERFORM 4300-EXIBIR-MOTIVO
               END-READ
           END-IF.

       7000-ALTERAR.
           PERFORM 4000-PEDIR-CHAVE.

           READ TABELA-MOTIVOS
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
               NOT INVALID KEY
                   PERFORM 4300-EXIBIR-MOTIVO
                   PERFORM 4100-PEDIR-DADOS
                   IF ENTRADA-VALIDA
                       MOVE WS-DESCRICAO TO MTE-DESCRICAO
                       MOVE WS-CATEGORIA TO MTE-CATEGORIA
                       MOVE WS-RETORNA TO MTE-RETORNA-ESTOQUE
                       REWRITE MTE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR A TABELA"
                           NOT INVALID KEY
                               DISPLAY "ALTERACAO EFETUADA COM SUCESSO"
                       END-REWRITE
                   ELSE
                       DISPLAY "ALTERACAO CANCELADA"
                   END-IF
           END-READ.

       8000-MUDAR-SITUACAO.
           PERFORM 4000-PEDIR-CHAVE.

           READ TABELA-MOTIVOS
               INVALID KEY
                   DISPLAY "CODIGO NAO ENCONTRADO NA TABELA"
               NOT INVALID KEY
                   IF MTE-ATIVO
                       SET MTE-INATIVO TO TRUE
                       DISPLAY "CODIGO INATIVADO"
                   ELSE
                       SET MTE-ATIVO TO TRUE
                       DISPLAY "CODIGO REATIVADO"
                   END-IF
                   REWRITE MTE-REGISTRO
                   END-REWRITE
           END-READ.

       END PROGRAM MOTMNT.
