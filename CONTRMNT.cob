       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DOS CONTRATOS DE COBRANCA RECORRENTE
      *(CONTRAT) DOS CLIENTES QUE PAGAM MENSALIDADE FIXA:
      *INCLUSAO COM VALOR, DIA DE FATURAMENTO, INICIO E FIM, INDICE
      *E MES DE REAJUSTE ANUAL; ALTERACAO DOS TERMOS; CONSULTA DOS
      *CONTRATOS DO CLIENTE; E SUSPENSAO, REATIVACAO OU
      *ENCERRAMENTO. O FATURAMENTO MENSAL E FEITO PELO CONTRFAT.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO "CONTRAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-CHAVE
                   FILE STATUS IS WS-FS-CONTRAT.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTRATOS
               LABEL RECORD IS STANDARD.
               COPY "CONTRATO-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-CONTRAT PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-CLIENTE PIC 9(6).
           77 WS-SEQUENCIA PIC 9(3).
           77 WS-ULTIMA-SEQUENCIA PIC 9(3).
           77 WS-NOVA-SITUACAO PIC X(1).
           77 WS-VALOR PIC 9(8)V99.
           77 WS-DIA PIC 9(2).
           77 WS-DATA-FIM PIC 9(8).
           77 WS-INDICE PIC X(6).
           77 WS-MES PIC 9(2).
           77 WS-CONT-CONTRATOS PIC 9(3) VALUE ZEROS.
           77 WS-TOTAL-MENSAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(2)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CLIENTE-SW PIC X(1).
               88 CLIENTE-VALIDO VALUE "S".
               88 CLIENTE-INVALIDO VALUE "N".
           77 WS-CONTRATO-SW PIC X(1).
               88 CONTRATO-VALIDO VALUE "S".
               88 CONTRATO-INVALIDO VALUE "N".
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

           OPEN I-O CONTRATOS.
           IF WS-FS-CONTRAT = "35"
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI AUSENTE"
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR CONTRATO 2=ALTERAR 3=CONSULTAR CLIENTE "
               "4=SUSPENDER/REATIVAR/ENCERRAR X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-INCLUIR
               WHEN "2"
                   PERFORM 6000-ALTERAR
               WHEN "3"
                   PERFORM 7000-CONSULTAR
               WHEN "4"
                   PERFORM 8000-MUDAR-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CONTRATOS.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.

      *****************************************
      * INCLUSAO: CLIENTE ATIVO DO CADCLI, SEQUENCIA SEGUINTE A
      * ULTIMA DO CLIENTE; O CONTRATO NASCE ATIVO E SEM PERIODO
      * FATURADO
      *****************************************
       5000-INCLUIR.
           PERFORM 5100-PEDIR-CLIENTE.

           IF CLIENTE-VALIDO
               PERFORM 5200-PROXIMA-SEQUENCIA
               MOVE WS-CLIENTE TO CTR-CLIENTE
               MOVE WS-SEQUENCIA TO CTR-SEQUENCIA

               DISPLAY "DIGITE A DESCRICAO DO CONTRATO"
               ACCEPT CTR-DESCRICAO
               DISPLAY "DIGITE O VALOR MENSAL (EX: 0000012345 = "
                   "123,45)"
               ACCEPT CTR-VALOR
               DISPLAY "DIGITE O DIA DE FATURAMENTO (01 A 31)"
               ACCEPT CTR-DIA-FATURAMENTO
               DISPLAY "DIGITE A DATA DE INICIO (AAAAMMDD)"
               ACCEPT CTR-DATA-INICIO
               DISPLAY "DIGITE A DATA DE FIM (AAAAMMDD, ZEROS = "
                   "PRAZO INDETERMINADO)"
               ACCEPT CTR-DATA-FIM
               DISPLAY "DIGITE O INDICE DE REAJUSTE (EX: IGPM, IPCA)"
               ACCEPT CTR-INDICE
               DISPLAY "DIGITE O MES DE REAJUSTE (01 A 12, ZEROS = "
                   "SEM REAJUSTE)"
               ACCEPT CTR-MES-REAJUSTE

               PERFORM 5300-VALIDAR-TERMOS

               IF CONTRATO-VALIDO
                   SET CTR-ATIVO TO TRUE
                   MOVE ZEROS TO CTR-ULTIMO-PERIODO
                       CTR-ULTIMO-REAJUSTE
                   MOVE DMV-DATA TO CTR-DATA-ULT-ALTERACAO
                   MOVE WS-OPERADOR TO CTR-OPERADOR-ULT-ALTERACAO
                   WRITE CTR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTRATO"
                       NOT INVALID KEY
                           DISPLAY "CONTRATO " CTR-CLIENTE "/"
                               CTR-SEQUENCIA " INCLUIDO"
                   END-WRITE
               END-IF
           END-IF.

       5100-PEDIR-CLIENTE.
           SET CLIENTE-INVALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE WS-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
               NOT INVALID KEY
                   IF CLI-ATIVO-NAO
                       DISPLAY "CLIENTE INATIVO"
                   ELSE
                       DISPLAY "CLIENTE: " CLI-NOME
                       SET CLIENTE-VALIDO TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CADCLI.

       5200-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.

           MOVE WS-CLIENTE TO CTR-CLIENTE.
           MOVE ZEROS TO CTR-SEQUENCIA.
           START CONTRATOS KEY IS NOT LESS THAN CTR-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CONTRAT
           END-START.

           PERFORM 5210-PROXIMA-SEQUENCIA-LOOP
               UNTIL WS-FS-CONTRAT NOT = "00".
           MOVE "00" TO WS-FS-CONTRAT.

           COMPUTE WS-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1.

       5210-PROXIMA-SEQUENCIA-LOOP.
           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CONTRAT
               NOT AT END
                   IF CTR-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CONTRAT
                   ELSE
                       MOVE CTR-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                   END-IF
           END-READ.

      *****************************************
      * TERMOS DO CONTRATO: VALOR POSITIVO, DIA 1 A 31, INICIO
      * PREENCHIDO, FIM ZERADO OU DEPOIS DO INICIO E, COM MES DE
      * REAJUSTE, INDICE INFORMADO
      *****************************************
       5300-VALIDAR-TERMOS.
           SET CONTRATO-VALIDO TO TRUE.

           EVALUATE TRUE
               WHEN CTR-VALOR = ZEROS
                   DISPLAY "VALOR MENSAL ZERADO"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN CTR-DIA-FATURAMENTO < 1
                       OR CTR-DIA-FATURAMENTO > 31
                   DISPLAY "DIA DE FATURAMENTO INVALIDO"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN CTR-DATA-INICIO = ZEROS
                   DISPLAY "DATA DE INICIO NAO INFORMADA"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN CTR-DATA-FIM NOT = ZEROS
                       AND CTR-DATA-FIM < CTR-DATA-INICIO
                   DISPLAY "DATA DE FIM ANTERIOR AO INICIO"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN CTR-MES-REAJUSTE > 12
                   DISPLAY "MES DE REAJUSTE INVALIDO"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN CTR-MES-REAJUSTE > ZEROS
                       AND CTR-INDICE = SPACES
                   DISPLAY "INDICE DE REAJUSTE NAO INFORMADO"
                   SET CONTRATO-INVALIDO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CONTRATO-INVALIDO
               DISPLAY "CONTRATO NAO GRAVADO"
           END-IF.

      *****************************************
      * ALTERACAO DOS TERMOS: CAMPO ZERADO OU EM BRANCO MANTEM O
      * VALOR ATUAL; O PERIODO JA FATURADO NAO MUDA
      *****************************************
       6000-ALTERAR.
           PERFORM 8900-LER-CONTRATO.

           IF CONTRATO-VALIDO
               DISPLAY "NOVO VALOR MENSAL (ZEROS = MANTER)"
               ACCEPT WS-VALOR
               DISPLAY "NOVO DIA DE FATURAMENTO (ZEROS = MANTER)"
               ACCEPT WS-DIA
               DISPLAY "NOVA DATA DE FIM (AAAAMMDD, ZEROS = MANTER)"
               ACCEPT WS-DATA-FIM
               DISPLAY "NOVO INDICE DE REAJUSTE (BRANCO = MANTER)"
               ACCEPT WS-INDICE
               DISPLAY "NOVO MES DE REAJUSTE (ZEROS = MANTER)"
               ACCEPT WS-MES

               IF WS-VALOR > ZEROS
                   MOVE WS-VALOR TO CTR-VALOR
               END-IF
               IF WS-DIA > ZEROS
                   MOVE WS-DIA TO CTR-DIA-FATURAMENTO
               END-IF
               IF WS-DATA-FIM > ZEROS
                   MOVE WS-DATA-FIM TO CTR-DATA-FIM
               END-IF
               IF WS-INDICE NOT = SPACES
                   MOVE WS-INDICE TO CTR-INDICE
               END-IF
               IF WS-MES > ZEROS
                   MOVE WS-MES TO CTR-MES-REAJUSTE
               END-IF

               PERFORM 5300-VALIDAR-TERMOS

               IF CONTRATO-VALIDO
                   MOVE DMV-DATA TO CTR-DATA-ULT-ALTERACAO
                   MOVE WS-OPERADOR TO CTR-OPERADOR-ULT-ALTERACAO
                   REWRITE CTR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR O CONTRATO"
                       NOT INVALID KEY
                           DISPLAY "CONTRATO ALTERADO"
                   END-REWRITE
               END-IF
           END-IF.

       7000-CONSULTAR.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE ZEROS TO WS-CONT-CONTRATOS WS-TOTAL-MENSAL.

           MOVE WS-CLIENTE TO CTR-CLIENTE.
           MOVE ZEROS TO CTR-SEQUENCIA.
           START CONTRATOS KEY IS NOT LESS THAN CTR-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CONTRAT
           END-START.

           PERFORM 7100-LISTAR-CONTRATO UNTIL WS-FS-CONTRAT NOT = "00".
           MOVE "00" TO WS-FS-CONTRAT.

           MOVE WS-CONT-CONTRATOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-MENSAL TO WS-TOTAL-EDITADO.
           DISPLAY "CONTRATOS ATIVOS: " WS-CONT-EDITADO
               " MENSALIDADE TOTAL: " WS-TOTAL-EDITADO.

       7100-LISTAR-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CONTRAT
               NOT AT END
                   IF CTR-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CONTRAT
                   ELSE
                       PERFORM 7200-EXIBIR-CONTRATO
                   END-IF
           END-READ.

       7200-EXIBIR-CONTRATO.
           IF CTR-ATIVO
               ADD 1 TO WS-CONT-CONTRATOS
               ADD CTR-VALOR TO WS-TOTAL-MENSAL
           END-IF.

           PERFORM 7300-MOSTRAR-TERMOS.

       7300-MOSTRAR-TERMOS.
           MOVE CTR-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "CONTRATO " CTR-SEQUENCIA " " CTR-DESCRICAO
               " VALOR " WS-VALOR-EDITADO " DIA "
               CTR-DIA-FATURAMENTO " SIT " CTR-SITUACAO.
           DISPLAY "    INICIO " CTR-DATA-INICIO " FIM "
               CTR-DATA-FIM " REAJUSTE " CTR-INDICE " MES "
               CTR-MES-REAJUSTE " ULT FATURADO " CTR-ULTIMO-PERIODO
               " ULT REAJUSTE " CTR-ULTIMO-REAJUSTE.

      *****************************************
      * SITUACAO: A=ATIVO, S=SUSPENSO (NAO FATURA ATE REATIVAR),
      * E=ENCERRADO (SEM DATA DE FIM RECEBE A DATA DE HOJE)
      *****************************************
       8000-MUDAR-SITUACAO.
           PERFORM 8900-LER-CONTRATO.

           IF CONTRATO-VALIDO
               DISPLAY "NOVA SITUACAO (A=ATIVO S=SUSPENSO "
                   "E=ENCERRADO)"
               ACCEPT WS-NOVA-SITUACAO

               IF WS-NOVA-SITUACAO = "A" OR WS-NOVA-SITUACAO = "S"
                       OR WS-NOVA-SITUACAO = "E"
                   MOVE WS-NOVA-SITUACAO TO CTR-SITUACAO
                   IF CTR-ENCERRADO AND CTR-DATA-FIM = ZEROS
                       MOVE DMV-DATA TO CTR-DATA-FIM
                   END-IF
                   MOVE DMV-DATA TO CTR-DATA-ULT-ALTERACAO
                   MOVE WS-OPERADOR TO CTR-OPERADOR-ULT-ALTERACAO
                   REWRITE CTR-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR O CONTRATO"
                       NOT INVALID KEY
                           DISPLAY "SITUACAO DO CONTRATO ALTERADA"
                   END-REWRITE
               ELSE
                   DISPLAY "SITUACAO INVALIDA"
               END-IF
           END-IF.

       8900-LER-CONTRATO.
           SET CONTRATO-INVALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.
           DISPLAY "DIGITE A SEQUENCIA DO CONTRATO".
           ACCEPT WS-SEQUENCIA.

           MOVE WS-CLIENTE TO CTR-CLIENTE.
           MOVE WS-SEQUENCIA TO CTR-SEQUENCIA.
           READ CONTRATOS
               INVALID KEY
                   DISPLAY "CONTRATO NAO CADASTRADO"
               NOT INVALID KEY
                   PERFORM 7300-MOSTRAR-TERMOS
                   SET CONTRATO-VALIDO TO TRUE
           END-READ.
           MOVE "00" TO WS-FS-CONTRAT.

       END PROGRAM CONTRMNT.
