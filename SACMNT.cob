       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACMNT.
      *************************************
      *OBJETIVO: REGISTRO DOS CASOS DE ATENDIMENTO AO CLIENTE
      *(CASOSAC): ABRE O CASO COM CLIENTE, CANAL, CATEGORIA, A VENDA
      *(VENDDET) OU O PEDIDO RECLAMADO E A DESCRICAO; ATRIBUI O
      *RESPONSAVEL (OPERADOR ATIVO DO OPERMST); REGISTRA AS
      *ATUALIZACOES DO ATENDIMENTO; ENCERRA COM A RESOLUCAO E A
      *DATA; CONSULTA OS CASOS DE UM CLIENTE E O HISTORICO DE UM
      *CASO. CADA ACAO GRAVA UMA LINHA NO CASOLOG. O ESTORNO
      *CAPTURADO NO PROJETO5 PODE CITAR O CASO, QUE GUARDA A CHAVE
      *DO ESTORNO; O RELATORIO SEMANAL E O SACREL.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASOS-ATENDIMENTO ASSIGN TO "CASOSAC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAS-NUMERO
                   ALTERNATE RECORD KEY IS CAS-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CASOSAC.

               SELECT HISTORICO-CASOS ASSIGN TO "CASOLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CASOLOG.

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

               SELECT OPERADORES ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS WS-FS-OPERMST.
       DATA DIVISION.
           FILE SECTION.
           FD  CASOS-ATENDIMENTO
               LABEL RECORD IS STANDARD.
               COPY "CASOSAC-REG.CPY".

           FD  HISTORICO-CASOS
               LABEL RECORD IS STANDARD.
               COPY "CASOLOG-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-CASOSAC PIC X(2) VALUE "00".
           77 WS-FS-CASOLOG PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-OPERMST PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-NUMERO PIC 9(6).
           77 WS-MAIOR-NUMERO PIC 9(6).
           77 WS-CLIENTE PIC 9(6).
           77 WS-TEXTO PIC X(60).
           77 WS-RESPONSAVEL PIC X(10).
           77 WS-CONFIRMA PIC X(1).
           77 WS-HORA PIC 9(8).
           77 WS-CONT-LISTADOS PIC 9(4).
           77 WS-ACAO-LOG PIC X(10).
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".
           77 WS-PEDIDO-SW PIC X(1).
               88 PEDIDO-ACHADO VALUE "S".
               88 PEDIDO-NAO-ACHADO VALUE "N".
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O CASOS-ATENDIMENTO.
           IF WS-FS-CASOSAC = "35"
               OPEN OUTPUT CASOS-ATENDIMENTO
               CLOSE CASOS-ATENDIMENTO
               OPEN I-O CASOS-ATENDIMENTO
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CASOSAC NOT = "00" OR WS-FS-CADCLI NOT = "00"
               DISPLAY "CASOSAC OU CADCLI INDISPONIVEL"
               MOVE "X" TO WS-OPCAO
           ELSE
               OPEN INPUT VENDAS-DETALHE
               OPEN INPUT OPERADORES
               DISPLAY "DIGITE O CODIGO DO OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 1900-EXIBIR-MENU
           END-IF.

       1900-EXIBIR-MENU.
           DISPLAY "1=ABRIR CASO 2=ATRIBUIR 3=ATUALIZAR 4=ENCERRAR "
               "5=CASOS DO CLIENTE 6=HISTORICO DO CASO X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 3000-ABRIR-CASO
               WHEN "2"
                   PERFORM 4000-ATRIBUIR-CASO
               WHEN "3"
                   PERFORM 5000-ATUALIZAR-CASO
               WHEN "4"
                   PERFORM 6000-ENCERRAR-CASO
               WHEN "5"
                   PERFORM 7000-CASOS-DO-CLIENTE
               WHEN "6"
                   PERFORM 8000-HISTORICO-DO-CASO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       2100-LER-CASO.
           DISPLAY "DIGITE O NUMERO DO CASO".
           ACCEPT WS-NUMERO.

           MOVE WS-NUMERO TO CAS-NUMERO.
           READ CASOS-ATENDIMENTO
               INVALID KEY
                   DISPLAY "CASO NAO ENCONTRADO"
           END-READ.

       2200-MOSTRAR-CASO.
           DISPLAY "CASO " CAS-NUMERO " CLIENTE " CAS-CLIENTE
               " ABERTO EM " CAS-DATA-ABERTURA " POR "
               CAS-OPERADOR-ABERTURA.
           DISPLAY "    CANAL " CAS-CANAL " CATEGORIA " CAS-CATEGORIA
               " SITUACAO " CAS-SITUACAO " RESPONSAVEL "
               CAS-RESPONSAVEL.
           IF CAS-VENDA-DATA > ZEROS
               DISPLAY "    VENDA " CAS-VENDA-DATA "/"
                   CAS-VENDA-SEQUENCIA
           END-IF.
           IF CAS-PEDIDO > ZEROS
               DISPLAY "    PEDIDO " CAS-PEDIDO
           END-IF.
           IF CAS-ESTORNO-DATA > ZEROS
               DISPLAY "    ESTORNO " CAS-ESTORNO-DATA "/"
                   CAS-ESTORNO-SEQUENCIA
           END-IF.
           DISPLAY "    " CAS-DESCRICAO.
           IF CAS-ENCERRADO
               DISPLAY "    ENCERRADO EM " CAS-DATA-RESOLUCAO ": "
                   CAS-RESOLUCAO
           END-IF.

      *****************************************
      * ABERTURA: CLIENTE CADASTRADO, CANAL E CATEGORIA DA TABELA,
      * VENDA OU PEDIDO (OPCIONAIS) CONFERIDOS NO VENDDET DO PROPRIO
      * CLIENTE E DESCRICAO OBRIGATORIA
      *****************************************
       3000-ABRIR-CASO.
           PERFORM 3500-PROXIMO-NUMERO.
           SET ENTRADA-VALIDA TO TRUE.
           MOVE SPACES TO CAS-REGISTRO.
           MOVE ZEROS TO CAS-VENDA CAS-PEDIDO CAS-ESTORNO
               CAS-DATA-RESOLUCAO.

           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT CAS-CLIENTE.
           MOVE CAS-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   SET ENTRADA-INVALIDA TO TRUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLI-NOME
           END-READ.
           MOVE "00" TO WS-FS-CADCLI.

           IF ENTRADA-VALIDA
               DISPLAY "CANAL (T=TELEFONE E=EMAIL P=PESSOAL W=WEB)"
               ACCEPT CAS-CANAL
               DISPLAY "CATEGORIA (D=DEFEITO E=ESTORNO/DEVOLUCAO "
                   "N=ENTREGA C=COBRANCA A=ATENDIMENTO O=OUTROS)"
               ACCEPT CAS-CATEGORIA
               IF NOT CAS-CANAL-VALIDO OR NOT CAS-CATEGORIA-VALIDA
                   DISPLAY "CANAL OU CATEGORIA INVALIDA"
                   SET ENTRADA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               PERFORM 3100-LIGAR-VENDA
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "DESCRICAO DA RECLAMACAO"
               ACCEPT CAS-DESCRICAO
               IF CAS-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO OBRIGATORIA"
                   SET ENTRADA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               MOVE WS-NUMERO TO CAS-NUMERO
               MOVE DMV-DATA TO CAS-DATA-ABERTURA
               MOVE DMV-DATA TO CAS-DATA-ULT-ATUALIZACAO
               MOVE WS-OPERADOR TO CAS-OPERADOR-ABERTURA
               SET CAS-ABERTO TO TRUE
               WRITE CAS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CASO"
                   NOT INVALID KEY
                       DISPLAY "CASO " CAS-NUMERO " ABERTO"
                       MOVE "ABERTURA" TO WS-ACAO-LOG
                       MOVE CAS-DESCRICAO TO WS-TEXTO
                       PERFORM 9500-GRAVAR-HISTORICO
               END-WRITE
           ELSE
               DISPLAY "CASO NAO ABERTO"
           END-IF.

       3100-LIGAR-VENDA.
           DISPLAY "DATA DA VENDA RECLAMADA (AAAAMMDD, ZEROS = "
               "NENHUMA)".
           ACCEPT CAS-VENDA-DATA.

           IF CAS-VENDA-DATA > ZEROS
               DISPLAY "SEQUENCIA DA VENDA"
               ACCEPT CAS-VENDA-SEQUENCIA
               MOVE CAS-CLIENTE TO VDT-CODIGO
               MOVE CAS-VENDA-DATA TO VDT-DATA
               MOVE CAS-VENDA-SEQUENCIA TO VDT-SEQUENCIA
               READ VENDAS-DETALHE
                   INVALID KEY
                       DISPLAY "VENDA NAO ENCONTRADA PARA O CLIENTE"
                       SET ENTRADA-INVALIDA TO TRUE
                   NOT INVALID KEY
                       MOVE VDT-PEDIDO TO CAS-PEDIDO
               END-READ
               MOVE "00" TO WS-FS-VENDDET
           ELSE
               MOVE ZEROS TO CAS-VENDA-SEQUENCIA
               DISPLAY "NUMERO DO PEDIDO RECLAMADO (ZEROS = NENHUM)"
               ACCEPT CAS-PEDIDO
               IF CAS-PEDIDO > ZEROS
                   PERFORM 3200-CONFERIR-PEDIDO
               END-IF
           END-IF.

       3200-CONFERIR-PEDIDO.
           SET PEDIDO-NAO-ACHADO TO TRUE.
           MOVE CAS-CLIENTE TO VDT-CODIGO.
           MOVE ZEROS TO VDT-DATA VDT-SEQUENCIA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.
           PERFORM 3210-CONFERIR-PEDIDO-LOOP
               UNTIL WS-FS-VENDDET NOT = "00" OR PEDIDO-ACHADO.
           MOVE "00" TO WS-FS-VENDDET.

           IF PEDIDO-NAO-ACHADO
               DISPLAY "PEDIDO NAO ENCONTRADO PARA O CLIENTE"
               SET ENTRADA-INVALIDA TO TRUE
           END-IF.

       3210-CONFERIR-PEDIDO-LOOP.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-CODIGO NOT = CAS-CLIENTE
                       MOVE "10" TO WS-FS-VENDDET
                   ELSE
                       IF VDT-PEDIDO = CAS-PEDIDO
                           SET PEDIDO-ACHADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * NUMERACAO SEQUENCIAL: O MAIOR NUMERO JA GRAVADO MAIS UM
      *****************************************
       3500-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-MAIOR-NUMERO.
           MOVE ZEROS TO CAS-NUMERO.
           START CASOS-ATENDIMENTO KEY IS NOT LESS THAN CAS-NUMERO
               INVALID KEY
                   MOVE "23" TO WS-FS-CASOSAC
           END-START.

           PERFORM 3510-PROXIMO-NUMERO-LOOP
               UNTIL WS-FS-CASOSAC NOT = "00".
           MOVE "00" TO WS-FS-CASOSAC.

           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       3510-PROXIMO-NUMERO-LOOP.
           READ CASOS-ATENDIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CASOSAC
               NOT AT END
                   MOVE CAS-NUMERO TO WS-MAIOR-NUMERO
           END-READ.

       4000-ATRIBUIR-CASO.
           PERFORM 2100-LER-CASO.

           EVALUATE TRUE
               WHEN WS-FS-CASOSAC NOT = "00"
                   CONTINUE
               WHEN CAS-ENCERRADO
                   DISPLAY "CASO JA ENCERRADO EM " CAS-DATA-RESOLUCAO
               WHEN OTHER
                   PERFORM 2200-MOSTRAR-CASO
                   PERFORM 4100-GRAVAR-RESPONSAVEL
           END-EVALUATE.
           MOVE "00" TO WS-FS-CASOSAC.

       4100-GRAVAR-RESPONSAVEL.
           DISPLAY "CODIGO DO OPERADOR RESPONSAVEL".
           ACCEPT WS-RESPONSAVEL.

           SET ENTRADA-VALIDA TO TRUE.
           MOVE WS-RESPONSAVEL TO OPE-CODIGO.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   SET ENTRADA-INVALIDA TO TRUE
               NOT INVALID KEY
                   IF NOT OPE-ATIVO
                       DISPLAY "OPERADOR BLOQUEADO"
                       SET ENTRADA-INVALIDA TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-OPERMST.

           IF ENTRADA-VALIDA
               MOVE WS-RESPONSAVEL TO CAS-RESPONSAVEL
               SET CAS-EM-ATENDIMENTO TO TRUE
               MOVE DMV-DATA TO CAS-DATA-ULT-ATUALIZACAO
               REWRITE CAS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATRIBUIR O CASO"
                   NOT INVALID KEY
                       DISPLAY "CASO ATRIBUIDO A " CAS-RESPONSAVEL
                       MOVE "ATRIBUICAO" TO WS-ACAO-LOG
                       MOVE SPACES TO WS-TEXTO
                       STRING "RESPONSAVEL " CAS-RESPONSAVEL
                           DELIMITED BY SIZE INTO WS-TEXTO
                       PERFORM 9500-GRAVAR-HISTORICO
               END-REWRITE
           END-IF.

       5000-ATUALIZAR-CASO.
           PERFORM 2100-LER-CASO.

           EVALUATE TRUE
               WHEN WS-FS-CASOSAC NOT = "00"
                   CONTINUE
               WHEN CAS-ENCERRADO
                   DISPLAY "CASO JA ENCERRADO EM " CAS-DATA-RESOLUCAO
               WHEN OTHER
                   PERFORM 2200-MOSTRAR-CASO
                   PERFORM 5100-GRAVAR-ATUALIZACAO
           END-EVALUATE.
           MOVE "00" TO WS-FS-CASOSAC.

       5100-GRAVAR-ATUALIZACAO.
           DISPLAY "DIGITE A ATUALIZACAO DO ATENDIMENTO".
           ACCEPT WS-TEXTO.

           IF WS-TEXTO = SPACES
               DISPLAY "TEXTO OBRIGATORIO - NADA GRAVADO"
           ELSE
               MOVE DMV-DATA TO CAS-DATA-ULT-ATUALIZACAO
               REWRITE CAS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O CASO"
                   NOT INVALID KEY
                       DISPLAY "ATUALIZACAO REGISTRADA"
                       MOVE "ATUALIZA" TO WS-ACAO-LOG
                       PERFORM 9500-GRAVAR-HISTORICO
               END-REWRITE
           END-IF.

       6000-ENCERRAR-CASO.
           PERFORM 2100-LER-CASO.

           EVALUATE TRUE
               WHEN WS-FS-CASOSAC NOT = "00"
                   CONTINUE
               WHEN CAS-ENCERRADO
                   DISPLAY "CASO JA ENCERRADO EM " CAS-DATA-RESOLUCAO
               WHEN OTHER
                   PERFORM 2200-MOSTRAR-CASO
                   PERFORM 6100-GRAVAR-RESOLUCAO
           END-EVALUATE.
           MOVE "00" TO WS-FS-CASOSAC.

       6100-GRAVAR-RESOLUCAO.
           DISPLAY "DIGITE A RESOLUCAO DO CASO".
           ACCEPT WS-TEXTO.

           IF WS-TEXTO = SPACES
               DISPLAY "RESOLUCAO OBRIGATORIA - CASO MANTIDO"
           ELSE
               DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET CAS-ENCERRADO TO TRUE
                   MOVE DMV-DATA TO CAS-DATA-RESOLUCAO
                   MOVE DMV-DATA TO CAS-DATA-ULT-ATUALIZACAO
                   MOVE WS-TEXTO TO CAS-RESOLUCAO
                   IF CAS-RESPONSAVEL = SPACES
                       MOVE WS-OPERADOR TO CAS-RESPONSAVEL
                   END-IF
                   REWRITE CAS-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ENCERRAR O CASO"
                       NOT INVALID KEY
                           DISPLAY "CASO ENCERRADO"
                           MOVE "ENCERRA" TO WS-ACAO-LOG
                           PERFORM 9500-GRAVAR-HISTORICO
                   END-REWRITE
               END-IF
           END-IF.

       7000-CASOS-DO-CLIENTE.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE WS-CLIENTE TO CAS-CLIENTE.
           START CASOS-ATENDIMENTO KEY IS NOT LESS THAN CAS-CLIENTE
               INVALID KEY
                   MOVE "23" TO WS-FS-CASOSAC
           END-START.

           PERFORM 7100-LISTAR-CLIENTE-LOOP
               UNTIL WS-FS-CASOSAC NOT = "00".
           MOVE "00" TO WS-FS-CASOSAC.

           IF WS-CONT-LISTADOS = ZEROS
               DISPLAY "CLIENTE SEM CASOS DE ATENDIMENTO"
           END-IF.

       7100-LISTAR-CLIENTE-LOOP.
           READ CASOS-ATENDIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CASOSAC
               NOT AT END
                   IF CAS-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CASOSAC
                   ELSE
                       ADD 1 TO WS-CONT-LISTADOS
                       PERFORM 2200-MOSTRAR-CASO
                   END-IF
           END-READ.

       8000-HISTORICO-DO-CASO.
           PERFORM 2100-LER-CASO.

           IF WS-FS-CASOSAC = "00"
               PERFORM 2200-MOSTRAR-CASO
               OPEN INPUT HISTORICO-CASOS
               IF WS-FS-CASOLOG = "00"
                   PERFORM 8100-LISTAR-HISTORICO
                       UNTIL WS-FS-CASOLOG NOT = "00"
                   CLOSE HISTORICO-CASOS
               END-IF
               MOVE "00" TO WS-FS-CASOLOG
           END-IF.
           MOVE "00" TO WS-FS-CASOSAC.

       8100-LISTAR-HISTORICO.
           READ HISTORICO-CASOS
               AT END
                   MOVE "10" TO WS-FS-CASOLOG
               NOT AT END
                   IF CSL-NUMERO = CAS-NUMERO
                       DISPLAY "  " CSL-DATA " " CSL-OPERADOR " "
                           CSL-ACAO " " CSL-TEXTO
                   END-IF
           END-READ.

       9500-GRAVAR-HISTORICO.
           ACCEPT WS-HORA FROM TIME.

           OPEN EXTEND HISTORICO-CASOS.
           IF WS-FS-CASOLOG NOT = "00"
               OPEN OUTPUT HISTORICO-CASOS
           END-IF.

           MOVE SPACES TO CSL-LINHA.
           MOVE CAS-NUMERO TO CSL-NUMERO.
           MOVE DMV-DATA TO CSL-DATA.
           MOVE WS-HORA TO CSL-HORA.
           MOVE WS-OPERADOR TO CSL-OPERADOR.
           MOVE WS-ACAO-LOG TO CSL-ACAO.
           MOVE WS-TEXTO TO CSL-TEXTO.
           WRITE CSL-LINHA.

           CLOSE HISTORICO-CASOS.
           MOVE "00" TO WS-FS-CASOLOG.

       9000-FINALIZAR.
           IF WS-FS-CASOSAC = "00"
               CLOSE CASOS-ATENDIMENTO
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF WS-FS-VENDDET = "00"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-OPERMST = "00"
               CLOSE OPERADORES
           END-IF.

           DISPLAY "ATENDIMENTO AO CLIENTE ENCERRADO".

       END PROGRAM SACMNT.
