       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFMNT.
      *************************************
      *OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS: EMITE O
      *DOCUMENTO (TRANSFER) COM FILIAL DE ORIGEM, FILIAL DE DESTINO E
      *ATE 99 ITENS, TIRANDO CADA QUANTIDADE DO SALDO DA ORIGEM E
      *DEIXANDO-A EM TRANSITO NA DESTINO (ESTFIL); NA CONFIRMACAO DA
      *CHEGADA PELA DESTINO A QUANTIDADE SAI DO TRANSITO E ENTRA NO
      *SALDO DA FILIAL. O SALDO DA EMPRESA (ESTOQUE) NAO MUDA. CONSULTA
      *UM DOCUMENTO E IMPRIME EM RELTRANS AS TRANSFERENCIAS AINDA EM
      *TRANSITO COM OS DIAS DESDE O ENVIO. NA IMPLANTACAO DO SALDO
      *POR FILIAL A CARGA INICIAL ATRIBUI TODO O SALDO DO ESTOQUE A
      *UMA FILIAL (NORMALMENTE A MATRIZ), SO COM O ESTFIL AINDA VAZIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSFERENCIAS ASSIGN TO "TRANSFER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-CHAVE
                   FILE STATUS IS WS-FS-TRANSFER.

               SELECT SALDOS-FILIAL ASSIGN TO "ESTFIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EFL-CHAVE
                   FILE STATUS IS WS-FS-ESTFIL.

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT SALDOS-ESTOQUE ASSIGN TO "ESTOQUE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT RELATORIO-TRANSITO ASSIGN TO "RELTRANS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELTRANS.
       DATA DIVISION.
           FILE SECTION.
           FD  TRANSFERENCIAS
               LABEL RECORD IS STANDARD.
               COPY "TRANSF-REG.CPY".

           FD  SALDOS-FILIAL
               LABEL RECORD IS STANDARD.
               COPY "ESTFIL-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  SALDOS-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  RELATORIO-TRANSITO
               LABEL RECORD IS STANDARD.
           01  RTR-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-TRANSFER PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RELTRANS PIC X(2) VALUE "00".
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-NUMERO PIC 9(6).
           77 WS-MAIOR-NUMERO PIC 9(6).
           77 WS-ITEM PIC 9(2).
           77 WS-FILIAL PIC 9(3).
           77 WS-FILIAL-ORIGEM PIC 9(3).
           77 WS-FILIAL-DESTINO PIC 9(3).
           77 WS-PRODUTO PIC 9(6).
           77 WS-QUANTIDADE PIC 9(5).
           77 WS-CONT-ITENS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-RECEBIDOS PIC 9(2) VALUE ZEROS.
           77 WS-TOTAL-TRANSITO PIC 9(9) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-SALDO-EDITADO PIC -Z(6)9.
           77 WS-TOTAL-EDITADO PIC Z(8)9.
           77 WS-DIAS-TRANSITO PIC 9(4).
           77 WS-NUMERO-ANTERIOR PIC 9(6) VALUE ZEROS.
           77 WS-FILIAL-SW PIC X(1).
               88 FILIAL-VALIDA VALUE "S".
               88 FILIAL-INVALIDA VALUE "N".
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

           DISPLAY "DIGITE O CODIGO DO OPERADOR".
           ACCEPT WS-OPERADOR.

           OPEN I-O TRANSFERENCIAS.
           IF WS-FS-TRANSFER = "35"
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF.

           OPEN I-O SALDOS-FILIAL.
           IF WS-FS-ESTFIL = "35"
               OPEN OUTPUT SALDOS-FILIAL
               CLOSE SALDOS-FILIAL
               OPEN I-O SALDOS-FILIAL
           END-IF.

           OPEN INPUT CADASTRO-FILIAIS.
           OPEN INPUT CADASTRO-PRODUTOS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=EMITIR TRANSFERENCIA 2=CONFIRMAR CHEGADA "
               "3=CONSULTAR 4=RELATORIO EM TRANSITO".
           DISPLAY "5=CARGA INICIAL DO SALDO POR FILIAL X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-EMITIR
               WHEN "2"
                   PERFORM 6000-CONFIRMAR-CHEGADA
               WHEN "3"
                   PERFORM 7000-CONSULTAR
               WHEN "4"
                   PERFORM 8000-RELATORIO-TRANSITO
               WHEN "5"
                   PERFORM 8500-CARGA-INICIAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE TRANSFERENCIAS.
           CLOSE SALDOS-FILIAL.
           CLOSE CADASTRO-FILIAIS.
           CLOSE CADASTRO-PRODUTOS.

       4000-VALIDAR-FILIAL.
           SET FILIAL-INVALIDA TO TRUE.

           MOVE WS-FILIAL TO FIL-CODIGO.
           READ CADASTRO-FILIAIS
               INVALID KEY
                   DISPLAY "FILIAL " WS-FILIAL " NAO CADASTRADA"
               NOT INVALID KEY
                   IF FIL-INATIVA
                       DISPLAY "FILIAL " WS-FILIAL " INATIVA"
                   ELSE
                       DISPLAY "FILIAL " WS-FILIAL ": " FIL-NOME
                       SET FILIAL-VALIDA TO TRUE
                   END-IF
           END-READ.

      *****************************************
      * EMISSAO: ORIGEM E DESTINO ATIVAS E DIFERENTES; CADA ITEM SO
      * SAI SE O SALDO DA ORIGEM COBRE A QUANTIDADE
      *****************************************
       5000-EMITIR.
           DISPLAY "DIGITE A FILIAL DE ORIGEM".
           ACCEPT WS-FILIAL-ORIGEM.
           MOVE WS-FILIAL-ORIGEM TO WS-FILIAL.
           PERFORM 4000-VALIDAR-FILIAL.

           IF FILIAL-VALIDA
               DISPLAY "DIGITE A FILIAL DE DESTINO"
               ACCEPT WS-FILIAL-DESTINO
               MOVE WS-FILIAL-DESTINO TO WS-FILIAL
               PERFORM 4000-VALIDAR-FILIAL
               IF WS-FILIAL-DESTINO = WS-FILIAL-ORIGEM
                   DISPLAY "ORIGEM E DESTINO IGUAIS"
                   SET FILIAL-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF FILIAL-VALIDA
               PERFORM 5100-PROXIMO-NUMERO
               MOVE ZEROS TO WS-ITEM
               DISPLAY "TRANSFERENCIA NUMERO " WS-NUMERO

               PERFORM 5200-PEDIR-PRODUTO
               PERFORM 5300-INCLUIR-ITEM
                   UNTIL WS-PRODUTO = ZEROS OR WS-ITEM = 99

               IF WS-ITEM = ZEROS
                   DISPLAY "TRANSFERENCIA SEM ITENS - NADA GRAVADO"
               ELSE
                   DISPLAY "TRANSFERENCIA " WS-NUMERO " EMITIDA COM "
                       WS-ITEM " ITENS - EM TRANSITO"
               END-IF
           ELSE
               DISPLAY "TRANSFERENCIA CANCELADA"
           END-IF.

       5100-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-MAIOR-NUMERO.
           MOVE ZEROS TO TRF-NUMERO TRF-ITEM.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-TRANSFER
           END-START.

           PERFORM 5110-PROXIMO-NUMERO-LOOP
               UNTIL WS-FS-TRANSFER NOT = "00".
           MOVE "00" TO WS-FS-TRANSFER.

           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       5110-PROXIMO-NUMERO-LOOP.
           READ TRANSFERENCIAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-TRANSFER
               NOT AT END
                   MOVE TRF-NUMERO TO WS-MAIOR-NUMERO
           END-READ.

       5200-PEDIR-PRODUTO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO (ZEROS PARA "
               "ENCERRAR A TRANSFERENCIA)".
           ACCEPT WS-PRODUTO.

       5300-INCLUIR-ITEM.
           MOVE WS-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO - ITEM IGNORADO"
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " PRD-DESCRICAO
                   DISPLAY "DIGITE A QUANTIDADE A TRANSFERIR"
                   ACCEPT WS-QUANTIDADE
                   PERFORM 5400-BAIXAR-ORIGEM
           END-READ.

           PERFORM 5200-PEDIR-PRODUTO.

       5400-BAIXAR-ORIGEM.
           MOVE WS-FILIAL-ORIGEM TO EFL-FILIAL.
           MOVE WS-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   DISPLAY "PRODUTO SEM SALDO NA ORIGEM - ITEM "
                       "IGNORADO"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-QUANTIDADE = ZEROS
                           DISPLAY "QUANTIDADE ZERADA - ITEM IGNORADO"
                       WHEN EFL-SALDO < WS-QUANTIDADE
                           MOVE EFL-SALDO TO WS-SALDO-EDITADO
                           DISPLAY "SALDO DA ORIGEM INSUFICIENTE ("
                               WS-SALDO-EDITADO ") - ITEM IGNORADO"
                       WHEN OTHER
                           SUBTRACT WS-QUANTIDADE FROM EFL-SALDO
                           REWRITE EFL-REGISTRO
                           END-REWRITE
                           PERFORM 5500-CREDITAR-TRANSITO
                           PERFORM 5600-GRAVAR-ITEM
                   END-EVALUATE
           END-READ.

       5500-CREDITAR-TRANSITO.
           MOVE WS-FILIAL-DESTINO TO EFL-FILIAL.
           MOVE WS-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE ZEROS TO EFL-SALDO
                   MOVE WS-QUANTIDADE TO EFL-EM-TRANSITO
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QUANTIDADE TO EFL-EM-TRANSITO
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

       5600-GRAVAR-ITEM.
           ADD 1 TO WS-ITEM.
           MOVE WS-NUMERO TO TRF-NUMERO.
           MOVE WS-ITEM TO TRF-ITEM.
           MOVE WS-FILIAL-ORIGEM TO TRF-FILIAL-ORIGEM.
           MOVE WS-FILIAL-DESTINO TO TRF-FILIAL-DESTINO.
           MOVE WS-PRODUTO TO TRF-PRODUTO.
           MOVE WS-QUANTIDADE TO TRF-QUANTIDADE.
           MOVE DMV-DATA TO TRF-DATA-ENVIO.
           MOVE WS-OPERADOR TO TRF-OPERADOR-ENVIO.
           MOVE ZEROS TO TRF-DATA-CHEGADA.
           MOVE SPACES TO TRF-OPERADOR-CHEGADA.
           SET TRF-EM-TRANSITO TO TRUE.
           WRITE TRF-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ITEM DA TRANSFERENCIA"
           END-WRITE.

      *****************************************
      * CHEGADA: A DESTINO CONFIRMA O DOCUMENTO INTEIRO; CADA ITEM
      * AINDA EM TRANSITO SAI DO TRANSITO E ENTRA NO SALDO DELA
      *****************************************
       6000-CONFIRMAR-CHEGADA.
           DISPLAY "DIGITE O NUMERO DA TRANSFERENCIA RECEBIDA".
           ACCEPT WS-NUMERO.
           DISPLAY "CONFIRMA A CHEGADA DE TODOS OS ITENS (S/N)?".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE ZEROS TO WS-CONT-RECEBIDOS
               MOVE WS-NUMERO TO TRF-NUMERO
               MOVE ZEROS TO TRF-ITEM
               START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-TRANSFER
               END-START
               PERFORM 6100-RECEBER-ITEM
                   UNTIL WS-FS-TRANSFER NOT = "00"
               MOVE "00" TO WS-FS-TRANSFER
               DISPLAY "ITENS RECEBIDOS: " WS-CONT-RECEBIDOS
           END-IF.

       6100-RECEBER-ITEM.
           READ TRANSFERENCIAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-TRANSFER
               NOT AT END
                   IF TRF-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-TRANSFER
                   ELSE
                       IF TRF-EM-TRANSITO
                           PERFORM 6200-CREDITAR-DESTINO
                       END-IF
                   END-IF
           END-READ.

       6200-CREDITAR-DESTINO.
           MOVE TRF-FILIAL-DESTINO TO EFL-FILIAL.
           MOVE TRF-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE TRF-QUANTIDADE TO EFL-SALDO
                   MOVE ZEROS TO EFL-EM-TRANSITO
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   ADD TRF-QUANTIDADE TO EFL-SALDO
                   IF EFL-EM-TRANSITO > TRF-QUANTIDADE
                       SUBTRACT TRF-QUANTIDADE FROM EFL-EM-TRANSITO
                   ELSE
                       MOVE ZEROS TO EFL-EM-TRANSITO
                   END-IF
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

           SET TRF-RECEBIDO TO TRUE.
           MOVE DMV-DATA TO TRF-DATA-CHEGADA.
           MOVE WS-OPERADOR TO TRF-OPERADOR-CHEGADA.
           REWRITE TRF-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONFIRMAR O ITEM " TRF-ITEM
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RECEBIDOS
           END-REWRITE.

       7000-CONSULTAR.
           DISPLAY "DIGITE O NUMERO DA TRANSFERENCIA".
           ACCEPT WS-NUMERO.

           MOVE ZEROS TO WS-CONT-ITENS.
           MOVE WS-NUMERO TO TRF-NUMERO.
           MOVE ZEROS TO TRF-ITEM.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-TRANSFER
           END-START.

           PERFORM 7100-LISTAR-ITEM UNTIL WS-FS-TRANSFER NOT = "00".
           MOVE "00" TO WS-FS-TRANSFER.

           IF WS-CONT-ITENS = ZEROS
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA"
           END-IF.

       7100-LISTAR-ITEM.
           READ TRANSFERENCIAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-TRANSFER
               NOT AT END
                   IF TRF-NUMERO NOT = WS-NUMERO
                       MOVE "10" TO WS-FS-TRANSFER
                   ELSE
                       IF WS-CONT-ITENS = ZEROS
                           DISPLAY "ORIGEM " TRF-FILIAL-ORIGEM
                               " DESTINO " TRF-FILIAL-DESTINO
                               " ENVIADA EM " TRF-DATA-ENVIO
                               " POR " TRF-OPERADOR-ENVIO
                       END-IF
                       ADD 1 TO WS-CONT-ITENS
                       DISPLAY "ITEM " TRF-ITEM " PRODUTO "
                           TRF-PRODUTO " QTD " TRF-QUANTIDADE
                           " SITUACAO " TRF-SITUACAO " CHEGADA "
                           TRF-DATA-CHEGADA
                   END-IF
           END-READ.

       8000-RELATORIO-TRANSITO.
           MOVE ZEROS TO WS-CONT-ITENS WS-TOTAL-TRANSITO
               WS-NUMERO-ANTERIOR.

           OPEN OUTPUT RELATORIO-TRANSITO.

           MOVE SPACES TO RTR-LINHA.
           STRING "MERCADORIA EM TRANSITO ENTRE FILIAIS EM "
               DMV-DATA DELIMITED BY SIZE INTO RTR-LINHA.
           WRITE RTR-LINHA.
           MOVE SPACES TO RTR-LINHA.
           STRING "DOCTO  IT ORIG DEST PRODUTO DESCRICAO"
               "                        QTD  DIAS"
               DELIMITED BY SIZE INTO RTR-LINHA.
           WRITE RTR-LINHA.

           MOVE ZEROS TO TRF-NUMERO TRF-ITEM.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-TRANSFER
           END-START.

           PERFORM 8100-LISTAR-TRANSITO
               UNTIL WS-FS-TRANSFER NOT = "00".
           MOVE "00" TO WS-FS-TRANSFER.

           MOVE WS-CONT-ITENS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-TRANSITO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RTR-LINHA.
           STRING "ITENS EM TRANSITO: " WS-CONT-EDITADO
               " QUANTIDADE TOTAL: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RTR-LINHA.
           WRITE RTR-LINHA.

           CLOSE RELATORIO-TRANSITO.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELTRANS".

       8100-LISTAR-TRANSITO.
           READ TRANSFERENCIAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-TRANSFER
               NOT AT END
                   IF TRF-EM-TRANSITO
                       PERFORM 8200-IMPRIMIR-TRANSITO
                   END-IF
           END-READ.

       8200-IMPRIMIR-TRANSITO.
           ADD 1 TO WS-CONT-ITENS.
           ADD TRF-QUANTIDADE TO WS-TOTAL-TRANSITO.

           MOVE TRF-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO PRD-DESCRICAO
           END-READ.

           MOVE ZEROS TO WS-DIAS-TRANSITO.
           IF TRF-DATA-ENVIO < DMV-DATA
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE TRF-DATA-ENVIO TO CAL-DATA
               MOVE DMV-DATA TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-DIAS-TRANSITO
           END-IF.

           MOVE SPACES TO RTR-LINHA.
           STRING TRF-NUMERO " " TRF-ITEM " " TRF-FILIAL-ORIGEM "  "
               TRF-FILIAL-DESTINO "  " TRF-PRODUTO " " PRD-DESCRICAO
               " " TRF-QUANTIDADE " " WS-DIAS-TRANSITO
               DELIMITED BY SIZE INTO RTR-LINHA.
           WRITE RTR-LINHA.

      *****************************************
      * CARGA INICIAL: COM O ESTFIL AINDA VAZIO, O SALDO DE CADA
      * PRODUTO DO ESTOQUE E ATRIBUIDO INTEIRO A FILIAL INFORMADA;
      * A DISTRIBUICAO ENTRE AS FILIAIS SE FAZ DEPOIS POR
      * TRANSFERENCIA
      *****************************************
       8500-CARGA-INICIAL.
           MOVE ZEROS TO EFL-FILIAL EFL-PRODUTO.
           START SALDOS-FILIAL KEY IS NOT LESS THAN EFL-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ESTFIL
           END-START.

           IF WS-FS-ESTFIL = "00"
               DISPLAY "SALDO POR FILIAL JA IMPLANTADO - CARGA "
                   "RECUSADA"
           ELSE
               MOVE "00" TO WS-FS-ESTFIL
               DISPLAY "DIGITE A FILIAL QUE RECEBE O SALDO ATUAL"
               ACCEPT WS-FILIAL
               PERFORM 4000-VALIDAR-FILIAL
               IF FILIAL-VALIDA
                   PERFORM 8600-CARREGAR-SALDOS
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-ESTFIL.

       8600-CARREGAR-SALDOS.
           MOVE ZEROS TO WS-CONT-ITENS.

           OPEN INPUT SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "00"
               PERFORM 8700-CARREGAR-PRODUTO
                   UNTIL WS-FS-ESTOQUE NOT = "00"
               CLOSE SALDOS-ESTOQUE
           ELSE
               DISPLAY "ARQUIVO DE SALDOS ESTOQUE AUSENTE"
           END-IF.
           MOVE "00" TO WS-FS-ESTOQUE.

           DISPLAY "PRODUTOS CARREGADOS NA FILIAL " WS-FILIAL ": "
               WS-CONT-ITENS.

       8700-CARREGAR-PRODUTO.
           READ SALDOS-ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ESTOQUE
               NOT AT END
                   MOVE WS-FILIAL TO EFL-FILIAL
                   MOVE EST-PRODUTO TO EFL-PRODUTO
                   MOVE EST-SALDO TO EFL-SALDO
                   MOVE ZEROS TO EFL-EM-TRANSITO
                   WRITE EFL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CARREGAR O PRODUTO "
                               EST-PRODUTO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ITENS
                   END-WRITE
           END-READ.

       END PROGRAM TRFMNT.
