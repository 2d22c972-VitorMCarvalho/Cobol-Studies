       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DA CUSTODIA DE CHEQUES (CHEQUES):
      *CONSULTA OS CHEQUES DE UM CLIENTE E REGISTRA A DEVOLUCAO DE
      *UM CHEQUE DEPOSITADO (ALINEA DO BANCO). O CHEQUE DEVOLVIDO
      *FICA COM SITUACAO "V" E ABRE NO CTRECEB UM TITULO DO CLIENTE
      *NO VALOR DO CHEQUE, DOCUMENTO 7000SSSS (SSSS = SEQUENCIA DO
      *CHEQUE), VENCIDO NA PROPRIA DATA DE MOVIMENTO; ENQUANTO ESSE
      *TITULO TIVER SALDO O PROJETO5 BLOQUEIA NOVAS VENDAS AO
      *CLIENTE NA CONFERENCIA DE INADIMPLENCIA. O TITULO E BAIXADO
      *PELO BAIXAREC COMO QUALQUER OUTRO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTODIA-CHEQUES ASSIGN TO "CHEQUES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CHQ-CHAVE
                   FILE STATUS IS WS-FS-CHEQUES.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.
       DATA DIVISION.
           FILE SECTION.
           FD  CUSTODIA-CHEQUES
               LABEL RECORD IS STANDARD.
               COPY "CHEQUE-REG.CPY".

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-CHEQUES PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-CLIENTE PIC 9(6).
           77 WS-SEQUENCIA PIC 9(4).
           77 WS-ALINEA PIC 9(2).
           77 WS-DOCUMENTO PIC 9(8).
           77 WS-CONFIRMA PIC X(1).
           77 WS-CONT-LISTADOS PIC 9(6) VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-SITUACAO-TEXTO PIC X(10).
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O CUSTODIA-CHEQUES.
           IF WS-FS-CHEQUES NOT = "00"
               DISPLAY "CUSTODIA DE CHEQUES CHEQUES AUSENTE"
               MOVE "X" TO WS-OPCAO
           ELSE
               OPEN I-O CONTAS-RECEBER
               IF WS-FS-CTRECEB NOT = "00"
                   DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE"
                   CLOSE CUSTODIA-CHEQUES
                   MOVE "10" TO WS-FS-CHEQUES
                   MOVE "X" TO WS-OPCAO
               ELSE
                   DISPLAY "DIGITE O CODIGO DO OPERADOR"
                   ACCEPT WS-OPERADOR
                   PERFORM 1900-EXIBIR-MENU
               END-IF
           END-IF.

       1900-EXIBIR-MENU.
           DISPLAY "1=REGISTRAR DEVOLUCAO 2=CONSULTAR CLIENTE X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 3000-REGISTRAR-DEVOLUCAO
               WHEN "2"
                   PERFORM 5000-CONSULTAR-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       2100-LER-CHEQUE.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.
           DISPLAY "DIGITE A SEQUENCIA DO CHEQUE NO CLIENTE".
           ACCEPT WS-SEQUENCIA.

           MOVE WS-CLIENTE TO CHQ-CLIENTE.
           MOVE WS-SEQUENCIA TO CHQ-SEQUENCIA.
           READ CUSTODIA-CHEQUES
               INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO"
           END-READ.

      *****************************************
      * SO CHEQUE JA DEPOSITADO PODE VOLTAR DO BANCO; O CHEQUE EM
      * CUSTODIA AINDA NAO FOI APRESENTADO
      *****************************************
       3000-REGISTRAR-DEVOLUCAO.
           PERFORM 2100-LER-CHEQUE.

           EVALUATE TRUE
               WHEN WS-FS-CHEQUES NOT = "00"
                   CONTINUE
               WHEN CHQ-EM-CUSTODIA
                   DISPLAY "CHEQUE AINDA EM CUSTODIA, BOM PARA "
                       CHQ-BOM-PARA " - NAO FOI DEPOSITADO"
               WHEN CHQ-DEVOLVIDO
                   DISPLAY "CHEQUE JA DEVOLVIDO EM " CHQ-DATA-DEVOLUCAO
                       " - TITULO " CHQ-DOCUMENTO-REC
               WHEN OTHER
                   PERFORM 3100-GRAVAR-DEVOLUCAO
           END-EVALUATE.
           MOVE "00" TO WS-FS-CHEQUES.

       3100-GRAVAR-DEVOLUCAO.
           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "BANCO " CHQ-BANCO " AGENCIA " CHQ-AGENCIA
               " CONTA " CHQ-CONTA " CHEQUE " CHQ-NUMERO.
           DISPLAY "VALOR " WS-VALOR-EDITADO " DEPOSITADO EM "
               CHQ-DATA-DEPOSITO.
           DISPLAY "DIGITE A ALINEA DA DEVOLUCAO".
           ACCEPT WS-ALINEA.

           IF WS-ALINEA = ZEROS
               DISPLAY "ALINEA OBRIGATORIA - DEVOLUCAO NAO REGISTRADA"
           ELSE
               DISPLAY "CONFIRMA A DEVOLUCAO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 3200-ABRIR-TITULO
               END-IF
           END-IF.

      *****************************************
      * TITULO DO CHEQUE DEVOLVIDO: DOCUMENTO 7000SSSS, VENCIDO NA
      * DATA DE MOVIMENTO; O CHEQUE SO E MARCADO DEVOLVIDO DEPOIS DO
      * TITULO GRAVADO
      *****************************************
       3200-ABRIR-TITULO.
           COMPUTE WS-DOCUMENTO = 70000000 + CHQ-SEQUENCIA.

           MOVE CHQ-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOCUMENTO TO REC-DOCUMENTO.
           MOVE DMV-DATA TO REC-DATA-EMISSAO.
           MOVE DMV-DATA TO REC-VENCIMENTO.
           MOVE CHQ-VALOR TO REC-VALOR.
           MOVE CHQ-VALOR TO REC-SALDO.
           MOVE "N" TO REC-SITUACAO-BANCO.
           MOVE "T" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O TITULO - DOCUMENTO "
                       WS-DOCUMENTO " JA EXISTE"
               NOT INVALID KEY
                   PERFORM 3300-MARCAR-DEVOLVIDO
           END-WRITE.
           MOVE "00" TO WS-FS-CTRECEB.

       3300-MARCAR-DEVOLVIDO.
           SET CHQ-DEVOLVIDO TO TRUE.
           MOVE DMV-DATA TO CHQ-DATA-DEVOLUCAO.
           MOVE WS-ALINEA TO CHQ-ALINEA.
           MOVE WS-DOCUMENTO TO CHQ-DOCUMENTO-REC.
           MOVE WS-OPERADOR TO CHQ-OPERADOR.
           REWRITE CHQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O CHEQUE COMO DEVOLVIDO"
               NOT INVALID KEY
                   DISPLAY "CHEQUE DEVOLVIDO - TITULO " WS-DOCUMENTO
                       " ABERTO NO CONTAS A RECEBER"
           END-REWRITE.

       5000-CONSULTAR-CLIENTE.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE WS-CLIENTE TO CHQ-CLIENTE.
           MOVE ZEROS TO CHQ-SEQUENCIA.
           START CUSTODIA-CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CHEQUES
           END-START.

           PERFORM 5100-LISTAR-CLIENTE-LOOP
               UNTIL WS-FS-CHEQUES NOT = "00".
           MOVE "00" TO WS-FS-CHEQUES.

           IF WS-CONT-LISTADOS = ZEROS
               DISPLAY "CLIENTE SEM CHEQUES NA CUSTODIA"
           END-IF.

       5100-LISTAR-CLIENTE-LOOP.
           READ CUSTODIA-CHEQUES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CHEQUES
               NOT AT END
                   IF CHQ-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CHEQUES
                   ELSE
                       PERFORM 5200-MOSTRAR-CHEQUE
                   END-IF
           END-READ.

       5200-MOSTRAR-CHEQUE.
           ADD 1 TO WS-CONT-LISTADOS.
           MOVE CHQ-VALOR TO WS-VALOR-EDITADO.

           EVALUATE TRUE
               WHEN CHQ-EM-CUSTODIA
                   MOVE "CUSTODIA" TO WS-SITUACAO-TEXTO
               WHEN CHQ-DEPOSITADO
                   MOVE "DEPOSITADO" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "DEVOLVIDO" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

           DISPLAY "SEQ " CHQ-SEQUENCIA " BCO " CHQ-BANCO " CHEQUE "
               CHQ-NUMERO " VALOR " WS-VALOR-EDITADO " BOM PARA "
               CHQ-BOM-PARA " " WS-SITUACAO-TEXTO.
           IF CHQ-DEVOLVIDO
               DISPLAY "    DEVOLVIDO EM " CHQ-DATA-DEVOLUCAO
                   " ALINEA " CHQ-ALINEA " TITULO " CHQ-DOCUMENTO-REC
           END-IF.

       9000-FINALIZAR.
           IF WS-FS-CHEQUES = "00"
               CLOSE CUSTODIA-CHEQUES
               CLOSE CONTAS-RECEBER
           END-IF.

           DISPLAY "MANUTENCAO DA CUSTODIA DE CHEQUES ENCERRADA".

       END PROGRAM CHQMNT.
