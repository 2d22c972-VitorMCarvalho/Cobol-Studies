       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DAS ORDENS DE ENTREGA (ENTREGA): CRIA A
      *ORDEM A PARTIR DE UMA VENDA JA LANCADA NO VENDDET (CLIENTE E
      *NUMERO DO PEDIDO; VALOR E VOLUMES SOMADOS DAS LINHAS DE VENDA
      *COM NF NORMAL, ENDERECO E CEP DO CADCLI, DATA PREVISTA PADRAO
      *NO PROXIMO DIA UTIL PELO CALNEG), CONSULTA, DA BAIXA DO
      *RETORNO DO MOTORISTA (E=ENTREGUE, R=RECUSADA COM O MOTIVO,
      *A=REAGENDADA PARA NOVA DATA, PADRAO PROXIMO DIA UTIL) E
      *CANCELA A ORDEM AINDA AGENDADA. SO UMA ORDEM ATIVA POR PEDIDO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENTREGAS ASSIGN TO "ENTREGA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   FILE STATUS IS WS-FS-ENTREGA.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.
       DATA DIVISION.
           FILE SECTION.
           FD  ENTREGAS
               LABEL RECORD IS STANDARD.
               COPY "ENTREGA-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-ENTREGA PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-CADASTROS-SW PIC X(1) VALUE "S".
               88 CADASTROS-DISPONIVEIS VALUE "S".
               88 CADASTROS-INDISPONIVEIS VALUE "N".
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".
           77 WS-ENTREGA-ATIVA-SW PIC X(1).
               88 PEDIDO-COM-ENTREGA VALUE "S".
               88 PEDIDO-SEM-ENTREGA VALUE "N".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-RESULTADO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-NUMERO PIC 9(6).
           77 WS-CLIENTE PIC 9(6).
           77 WS-PEDIDO PIC 9(6).
           77 WS-DATA-VENDA PIC 9(8).
           77 WS-DATA-ENTREGA PIC 9(8).
           77 WS-VALOR PIC 9(8)V99.
           77 WS-VOLUMES PIC 9(5).
           77 WS-FILIAL PIC 9(3).
           77 WS-CONT-LINHAS PIC 9(5).
           77 WS-OCORRENCIA PIC X(30).
           77 WS-SITUACAO PIC X(10).
           77 WS-VALOR-EDITADO PIC Z(7)9,99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR (EXPEDICAO)".
           ACCEPT WS-OPERADOR.

           OPEN I-O ENTREGAS.
           IF WS-FS-ENTREGA = "35"
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - CRIACAO DE "
                   "ENTREGAS DESLIGADA"
           END-IF.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "ARQUIVO VENDDET INDISPONIVEL - CRIACAO DE "
                   "ENTREGAS DESLIGADA"
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=CRIAR ENTREGA DE UMA VENDA 2=CONSULTAR "
               "3=BAIXA DO RETORNO DO MOTORISTA".
           DISPLAY "4=CANCELAR ENTREGA X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-CRIAR
               WHEN "2"
                   PERFORM 6000-CONSULTAR
               WHEN "3"
                   PERFORM 7000-BAIXAR-RETORNO
               WHEN "4"
                   PERFORM 7500-CANCELAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE ENTREGAS.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF WS-FS-VENDDET = "00"
               CLOSE VENDAS-DETALHE
           END-IF.

      *****************************************
      * CRIACAO A PARTIR DE UMA VENDA: O PEDIDO PRECISA TER LINHAS
      * DE VENDA COM NF NORMAL NO VENDDET PARA O CLIENTE E NAO PODE
      * TER OUTRA ORDEM AGENDADA OU ENTREGUE
      *****************************************
       5000-CRIAR.
           SET ENTRADA-INVALIDA TO TRUE.

           IF CADASTROS-INDISPONIVEIS
               DISPLAY "CADASTROS INDISPONIVEIS - CRIACAO RECUSADA"
           ELSE
               DISPLAY "DIGITE O CODIGO DO CLIENTE"
               ACCEPT WS-CLIENTE
               MOVE WS-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO"
                   NOT INVALID KEY
                       SET ENTRADA-VALIDA TO TRUE
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "DIGITE O NUMERO DO PEDIDO"
               ACCEPT WS-PEDIDO
               PERFORM 5100-VERIFICAR-ENTREGA-ATIVA
               IF PEDIDO-COM-ENTREGA
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "PEDIDO JA TEM A ENTREGA " WS-NUMERO
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               PERFORM 5200-SOMAR-VENDA
               IF WS-CONT-LINHAS = ZEROS
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "PEDIDO NAO ENCONTRADO NAS VENDAS DO "
                       "CLIENTE"
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               MOVE WS-VALOR TO WS-VALOR-EDITADO
               DISPLAY "PEDIDO " WS-PEDIDO " DE " WS-DATA-VENDA
                   " VALOR " WS-VALOR-EDITADO " VOLUMES " WS-VOLUMES
               DISPLAY "ENTREGAR EM: " CLI-ENDERECO " CEP " CLI-CEP
               DISPLAY "DATA PREVISTA DA ENTREGA (AAAAMMDD, ZEROS = "
                   "PROXIMO DIA UTIL)"
               ACCEPT WS-DATA-ENTREGA
               PERFORM 5300-AJUSTAR-DATA-ENTREGA
               PERFORM 5400-PROXIMO-NUMERO

               MOVE WS-NUMERO TO ENT-NUMERO
               MOVE WS-PEDIDO TO ENT-PEDIDO
               MOVE WS-DATA-VENDA TO ENT-DATA-VENDA
               MOVE CLI-CODIGO TO ENT-CLIENTE
               MOVE CLI-NOME TO ENT-NOME
               MOVE CLI-ENDERECO TO ENT-ENDERECO
               MOVE CLI-CEP TO ENT-CEP
               MOVE CLI-TELEFONE TO ENT-TELEFONE
               MOVE WS-FILIAL TO ENT-FILIAL
               MOVE WS-VALOR TO ENT-VALOR
               MOVE WS-VOLUMES TO ENT-VOLUMES
               MOVE WS-DATA-ENTREGA TO ENT-DATA-PREVISTA
               MOVE WS-DATA-ENTREGA TO ENT-DATA-ORIGINAL
               MOVE ZEROS TO ENT-REAGENDAMENTOS ENT-DATA-BAIXA
               SET ENT-AGENDADA TO TRUE
               MOVE SPACES TO ENT-OCORRENCIA
               MOVE WS-OPERADOR TO ENT-OPERADOR
               WRITE ENT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ENTREGA " WS-NUMERO
                   NOT INVALID KEY
                       DISPLAY "ENTREGA " WS-NUMERO
                           " AGENDADA PARA " WS-DATA-ENTREGA
               END-WRITE
               MOVE "00" TO WS-FS-ENTREGA
           END-IF.

       5100-VERIFICAR-ENTREGA-ATIVA.
           SET PEDIDO-SEM-ENTREGA TO TRUE.
           MOVE ZEROS TO ENT-NUMERO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   MOVE "23" TO WS-FS-ENTREGA
           END-START.
           PERFORM 5110-LER-ENTREGA UNTIL WS-FS-ENTREGA NOT = "00".
           MOVE "00" TO WS-FS-ENTREGA.

       5110-LER-ENTREGA.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ENTREGA
               NOT AT END
                   IF ENT-PEDIDO = WS-PEDIDO
                       AND (ENT-AGENDADA OR ENT-ENTREGUE)
                       SET PEDIDO-COM-ENTREGA TO TRUE
                       MOVE ENT-NUMERO TO WS-NUMERO
                       MOVE "10" TO WS-FS-ENTREGA
                   END-IF
           END-READ.

      *****************************************
      * VALOR E VOLUMES DO PEDIDO: LINHAS DE VENDA DO CLIENTE COM O
      * NUMERO DO PEDIDO E NF NAO CANCELADA
      *****************************************
       5200-SOMAR-VENDA.
           MOVE ZEROS TO WS-CONT-LINHAS WS-VALOR WS-VOLUMES
               WS-DATA-VENDA WS-FILIAL.
           MOVE WS-CLIENTE TO VDT-CODIGO.
           MOVE ZEROS TO VDT-DATA VDT-SEQUENCIA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-VENDDET
           END-START.
           PERFORM 5210-LER-VENDA UNTIL WS-FS-VENDDET NOT = "00".
           MOVE "00" TO WS-FS-VENDDET.

       5210-LER-VENDA.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-CODIGO NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-VENDDET
                   ELSE
                       IF VDT-PEDIDO = WS-PEDIDO
                           AND VDT-TIPO-VENDA
                           AND VDT-NF-NORMAL
                           ADD 1 TO WS-CONT-LINHAS
                           ADD VDT-VALOR TO WS-VALOR
                           ADD VDT-QUANTIDADE TO WS-VOLUMES
                           MOVE VDT-DATA TO WS-DATA-VENDA
                           MOVE VDT-FILIAL TO WS-FILIAL
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * DATA PREVISTA: ZEROS OU DATA NAO POSTERIOR AO MOVIMENTO VAO
      * PARA O PROXIMO DIA UTIL; DATA QUE NAO E DIA UTIL VAI PARA O
      * DIA UTIL SEGUINTE
      *****************************************
       5300-AJUSTAR-DATA-ENTREGA.
           IF WS-DATA-ENTREGA NOT > DMV-DATA
               SET CAL-FUNCAO-PROXIMO TO TRUE
               MOVE DMV-DATA TO CAL-DATA
               MOVE ZEROS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-DATA-ENTREGA
           ELSE
               SET CAL-FUNCAO-DIA-UTIL TO TRUE
               MOVE WS-DATA-ENTREGA TO CAL-DATA
               MOVE ZEROS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               IF CAL-NAO
                   SET CAL-FUNCAO-PROXIMO TO TRUE
                   CALL "CALNEG" USING CAL-AREA
                   MOVE CAL-DATA-RESULTADO TO WS-DATA-ENTREGA
               END-IF
           END-IF.

       5400-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO.
           MOVE ZEROS TO ENT-NUMERO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   MOVE "23" TO WS-FS-ENTREGA
           END-START.
           PERFORM 5410-PROXIMO-NUMERO-LOOP
               UNTIL WS-FS-ENTREGA NOT = "00".
           MOVE "00" TO WS-FS-ENTREGA.
           ADD 1 TO WS-NUMERO.

       5410-PROXIMO-NUMERO-LOOP.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ENTREGA
               NOT AT END
                   MOVE ENT-NUMERO TO WS-NUMERO
           END-READ.

       6000-CONSULTAR.
           DISPLAY "DIGITE O NUMERO DA ENTREGA".
           ACCEPT WS-NUMERO.

           MOVE WS-NUMERO TO ENT-NUMERO.
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ENTREGA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 6100-EXIBIR-ENTREGA
           END-READ.
           MOVE "00" TO WS-FS-ENTREGA.

       6100-EXIBIR-ENTREGA.
           PERFORM 4000-DESCREVER-SITUACAO.
           MOVE ENT-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "ENTREGA " ENT-NUMERO " PEDIDO " ENT-PEDIDO
               " DE " ENT-DATA-VENDA " SITUACAO " WS-SITUACAO.
           DISPLAY "CLIENTE " ENT-CLIENTE " " ENT-NOME
               " FONE " ENT-TELEFONE.
           DISPLAY "ENDERECO " ENT-ENDERECO " CEP " ENT-CEP.
           DISPLAY "VALOR " WS-VALOR-EDITADO " VOLUMES " ENT-VOLUMES
               " PREVISTA " ENT-DATA-PREVISTA " ORIGINAL "
               ENT-DATA-ORIGINAL " REAGENDADA " ENT-REAGENDAMENTOS
               " VEZES".
           IF ENT-DATA-BAIXA NOT = ZEROS
               OR ENT-OCORRENCIA NOT = SPACES
               DISPLAY "BAIXA EM " ENT-DATA-BAIXA " POR "
                   ENT-OPERADOR " - " ENT-OCORRENCIA
           END-IF.

       4000-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN ENT-ENTREGUE
                   MOVE "ENTREGUE" TO WS-SITUACAO
               WHEN ENT-RECUSADA
                   MOVE "RECUSADA" TO WS-SITUACAO
               WHEN ENT-CANCELADA
                   MOVE "CANCELADA" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "AGENDADA" TO WS-SITUACAO
           END-EVALUATE.

      *****************************************
      * BAIXA DO RETORNO DO MOTORISTA: SO A ORDEM AGENDADA.
      * E=ENTREGUE; R=RECUSADA PELO CLIENTE, COM O MOTIVO (A
      * DEVOLUCAO DA MERCADORIA SEGUE PELO ESTORNO NO PROJETO5);
      * A=REAGENDADA, COM O MOTIVO E A NOVA DATA
      *****************************************
       7000-BAIXAR-RETORNO.
           DISPLAY "DIGITE O NUMERO DA ENTREGA".
           ACCEPT WS-NUMERO.

           MOVE WS-NUMERO TO ENT-NUMERO.
           SET ENTRADA-INVALIDA TO TRUE.
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ENTREGA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF ENT-AGENDADA
                       SET ENTRADA-VALIDA TO TRUE
                   ELSE
                       PERFORM 4000-DESCREVER-SITUACAO
                       DISPLAY "ENTREGA JA " WS-SITUACAO
                           " - BAIXA RECUSADA"
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-ENTREGA.

           IF ENTRADA-VALIDA
               PERFORM 6100-EXIBIR-ENTREGA
               DISPLAY "RESULTADO (E=ENTREGUE R=RECUSADA "
                   "A=REAGENDADA)"
               ACCEPT WS-RESULTADO
               EVALUATE WS-RESULTADO
                   WHEN "E"
                   WHEN "e"
                       SET ENT-ENTREGUE TO TRUE
                       MOVE DMV-DATA TO ENT-DATA-BAIXA
                       MOVE "ENTREGUE" TO ENT-OCORRENCIA
                   WHEN "R"
                   WHEN "r"
                       DISPLAY "MOTIVO DA RECUSA"
                       ACCEPT WS-OCORRENCIA
                       SET ENT-RECUSADA TO TRUE
                       MOVE DMV-DATA TO ENT-DATA-BAIXA
                       MOVE WS-OCORRENCIA TO ENT-OCORRENCIA
                   WHEN "A"
                   WHEN "a"
                       DISPLAY "MOTIVO DO REAGENDAMENTO"
                       ACCEPT WS-OCORRENCIA
                       DISPLAY "NOVA DATA (AAAAMMDD, ZEROS = "
                           "PROXIMO DIA UTIL)"
                       ACCEPT WS-DATA-ENTREGA
                       PERFORM 5300-AJUSTAR-DATA-ENTREGA
                       MOVE WS-DATA-ENTREGA TO ENT-DATA-PREVISTA
                       IF ENT-REAGENDAMENTOS < 99
                           ADD 1 TO ENT-REAGENDAMENTOS
                       END-IF
                       MOVE WS-OCORRENCIA TO ENT-OCORRENCIA
                   WHEN OTHER
                       SET ENTRADA-INVALIDA TO TRUE
                       DISPLAY "RESULTADO INVALIDO - NADA ALTERADO"
               END-EVALUATE
           END-IF.

           IF ENTRADA-VALIDA
               MOVE WS-OPERADOR TO ENT-OPERADOR
               REWRITE ENT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A ENTREGA " WS-NUMERO
                   NOT INVALID KEY
                       PERFORM 4000-DESCREVER-SITUACAO
                       DISPLAY "ENTREGA " WS-NUMERO " " WS-SITUACAO
                           " PREVISTA " ENT-DATA-PREVISTA
               END-REWRITE
               MOVE "00" TO WS-FS-ENTREGA
               IF ENT-RECUSADA
                   DISPLAY "LANCAR O ESTORNO DO PEDIDO " ENT-PEDIDO
                       " NO PROJETO5 NA DEVOLUCAO DA MERCADORIA"
               END-IF
           END-IF.

      *****************************************
      * CANCELAMENTO: SO A ORDEM AINDA AGENDADA
      *****************************************
       7500-CANCELAR.
           DISPLAY "DIGITE O NUMERO DA ENTREGA A CANCELAR".
           ACCEPT WS-NUMERO.

           MOVE WS-NUMERO TO ENT-NUMERO.
           SET ENTRADA-INVALIDA TO TRUE.
           READ ENTREGAS
               INVALID KEY
                   DISPLAY "ENTREGA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF ENT-AGENDADA
                       SET ENTRADA-VALIDA TO TRUE
                   ELSE
                       PERFORM 4000-DESCREVER-SITUACAO
                       DISPLAY "ENTREGA JA " WS-SITUACAO
                           " - CANCELAMENTO RECUSADO"
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-ENTREGA.

           IF ENTRADA-VALIDA
               DISPLAY "CONFIRMA O CANCELAMENTO DA ENTREGA (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET ENT-CANCELADA TO TRUE
                   MOVE DMV-DATA TO ENT-DATA-BAIXA
                   MOVE "CANCELADA" TO ENT-OCORRENCIA
                   MOVE WS-OPERADOR TO ENT-OPERADOR
                   REWRITE ENT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR A ENTREGA "
                               WS-NUMERO
                       NOT INVALID KEY
                           DISPLAY "ENTREGA " WS-NUMERO " CANCELADA"
                   END-REWRITE
                   MOVE "00" TO WS-FS-ENTREGA
               END-IF
           END-IF.
