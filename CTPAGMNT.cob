       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTPAGMNT.
      *************************************
      *OBJETIVO: MANUTENCAO DO CONTAS A PAGAR (CTPAGAR): LANCAMENTO
      *DE CONTAS AVULSAS SEM ESTOQUE (ALUGUEL, SERVICOS, TARIFAS) EM
      *UMA OU MAIS PARCELAS PARA UM FORNECEDOR ATIVO DO FORNMST,
      *CONSULTA DOS TITULOS DE UM FORNECEDOR E REGISTRO DE
      *PAGAMENTOS, TOTAIS OU PARCIAIS, QUE ABATEM O SALDO DA PARCELA
      *E VAO PARA O LOG DE PAGAMENTOS A FORNECEDORES (PAGFLOG). OS
      *TITULOS DAS NOTAS DE MERCADORIA SAO GERADOS PELO RECEBMER.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-PAGAR ASSIGN TO "CTPAGAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TPG-CHAVE
                   FILE STATUS IS WS-FS-CTPAGAR.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT LOG-PAGAMENTOS-FORN ASSIGN TO "PAGFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PAGFLOG.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-PAGAR
               LABEL RECORD IS STANDARD.
               COPY "CTPAGAR-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  LOG-PAGAMENTOS-FORN
               LABEL RECORD IS STANDARD.
           01  PGF-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTPAGAR PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-PAGFLOG PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-FORNECEDOR PIC 9(4).
           77 WS-NOTA PIC 9(9).
           77 WS-PARCELA PIC 9(2).
           77 WS-QTD-PARCELAS PIC 9(2).
           77 WS-PARCELA-I PIC 9(2).
           77 WS-HISTORICO PIC X(30).
           77 WS-VALOR-TOTAL PIC 9(8)V99.
           77 WS-VALOR-PARCELA PIC 9(8)V99.
           77 WS-VALOR-RESTANTE PIC 9(8)V99.
           77 WS-VALOR-PAGO PIC 9(8)V99.
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-PRAZO-DIAS PIC 9(4).
           77 WS-CONT-TITULOS PIC 9(4) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(3)9.
           77 WS-TOTAL-ABERTO PIC 9(10)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-FORNECEDOR-SW PIC X(1).
               88 FORNECEDOR-VALIDO VALUE "S".
               88 FORNECEDOR-INVALIDO VALUE "N".
           77 WS-NOTA-SW PIC X(1).
               88 NOTA-LIVRE VALUE "S".
               88 NOTA-JA-LANCADA VALUE "N".
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

           OPEN I-O CONTAS-PAGAR.
           IF WS-FS-CTPAGAR = "35"
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.
           IF WS-FS-FORNMST NOT = "00"
               DISPLAY "CADASTRO FORNMST AUSENTE"
           END-IF.

           OPEN EXTEND LOG-PAGAMENTOS-FORN.
           IF WS-FS-PAGFLOG NOT = "00"
               OPEN OUTPUT LOG-PAGAMENTOS-FORN
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR CONTA AVULSA 2=CONSULTAR FORNECEDOR "
               "3=REGISTRAR PAGAMENTO X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-INCLUIR
               WHEN "2"
                   PERFORM 6000-CONSULTAR
               WHEN "3"
                   PERFORM 7000-PAGAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CONTAS-PAGAR.
           CLOSE CADASTRO-FORNECEDORES.
           CLOSE LOG-PAGAMENTOS-FORN.

      *****************************************
      * CONTA AVULSA: MESMA REGRA DE PARCELAMENTO DO RECEBMER
      * (PARCELAS IGUAIS, A ULTIMA ABSORVE O ARREDONDAMENTO,
      * VENCIMENTO ZERADO = 30 DIAS POR PARCELA, ROLADO PARA O
      * PROXIMO DIA UTIL)
      *****************************************
       5000-INCLUIR.
           PERFORM 5100-PEDIR-FORNECEDOR.

           IF FORNECEDOR-VALIDO
               SET NOTA-JA-LANCADA TO TRUE
               PERFORM 5200-PEDIR-NOTA UNTIL NOTA-LIVRE
                   OR WS-NOTA = ZEROS
           END-IF.

           IF FORNECEDOR-VALIDO AND WS-NOTA > ZEROS
               DISPLAY "DIGITE O HISTORICO DA CONTA"
               ACCEPT WS-HISTORICO
               DISPLAY "DIGITE O VALOR TOTAL (EX: 0000012345 = "
                   "123,45)"
               ACCEPT WS-VALOR-TOTAL
               DISPLAY "DIGITE A QUANTIDADE DE PARCELAS (01 A 12)"
               ACCEPT WS-QTD-PARCELAS
               IF WS-QTD-PARCELAS = ZEROS OR WS-QTD-PARCELAS > 12
                   MOVE 1 TO WS-QTD-PARCELAS
               END-IF
               IF WS-VALOR-TOTAL = ZEROS
                   DISPLAY "VALOR ZERADO - INCLUSAO CANCELADA"
               ELSE
                   COMPUTE WS-VALOR-PARCELA =
                       WS-VALOR-TOTAL / WS-QTD-PARCELAS
                   MOVE WS-VALOR-TOTAL TO WS-VALOR-RESTANTE
                   PERFORM 5300-GRAVAR-PARCELA
                       VARYING WS-PARCELA-I FROM 1 BY 1
                       UNTIL WS-PARCELA-I > WS-QTD-PARCELAS
               END-IF
           END-IF.

       5100-PEDIR-FORNECEDOR.
           SET FORNECEDOR-INVALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.

           MOVE WS-FORNECEDOR TO FOR-CODIGO.
           READ CADASTRO-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
               NOT INVALID KEY
                   IF FOR-INATIVO
                       DISPLAY "FORNECEDOR INATIVO"
                   ELSE
                       DISPLAY "FORNECEDOR: " FOR-NOME
                       SET FORNECEDOR-VALIDO TO TRUE
                   END-IF
           END-READ.

       5200-PEDIR-NOTA.
           DISPLAY "DIGITE O NUMERO DO DOCUMENTO (ZEROS PARA "
               "CANCELAR)".
           ACCEPT WS-NOTA.

           IF WS-NOTA > ZEROS
               MOVE WS-FORNECEDOR TO TPG-FORNECEDOR
               MOVE WS-NOTA TO TPG-NOTA
               MOVE 1 TO TPG-PARCELA
               READ CONTAS-PAGAR
                   INVALID KEY
                       SET NOTA-LIVRE TO TRUE
                   NOT INVALID KEY
                       DISPLAY "DOCUMENTO JA LANCADO PARA ESTE "
                           "FORNECEDOR"
               END-READ
           END-IF.

       5300-GRAVAR-PARCELA.
           DISPLAY "DIGITE O VENCIMENTO DA PARCELA " WS-PARCELA-I
               " (AAAAMMDD, ZEROS = 30 DIAS POR PARCELA)".
           ACCEPT WS-VENCIMENTO.

           IF WS-VENCIMENTO = ZEROS
               COMPUTE WS-PRAZO-DIAS = WS-PARCELA-I * 30
               SET CAL-FUNCAO-SOMAR TO TRUE
               MOVE DMV-DATA TO CAL-DATA
               MOVE WS-PRAZO-DIAS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO
           END-IF.

           SET CAL-FUNCAO-DIA-UTIL TO TRUE.
           MOVE WS-VENCIMENTO TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.
           IF CAL-NAO
               SET CAL-FUNCAO-PROXIMO TO TRUE
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-VENCIMENTO
           END-IF.

           IF WS-PARCELA-I = WS-QTD-PARCELAS
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-PARCELA
           END-IF.
           SUBTRACT WS-VALOR-PARCELA FROM WS-VALOR-RESTANTE.

           MOVE WS-FORNECEDOR TO TPG-FORNECEDOR.
           MOVE WS-NOTA TO TPG-NOTA.
           MOVE WS-PARCELA-I TO TPG-PARCELA.
           MOVE DMV-DATA TO TPG-DATA-EMISSAO.
           MOVE WS-VENCIMENTO TO TPG-VENCIMENTO.
           MOVE WS-VALOR-PARCELA TO TPG-VALOR TPG-SALDO.
           SET TPG-ORIGEM-MANUAL TO TRUE.
           MOVE WS-HISTORICO TO TPG-HISTORICO.
           MOVE ZEROS TO TPG-DATA-BAIXA.
           MOVE WS-OPERADOR TO TPG-OPERADOR.

           WRITE TPG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA " WS-PARCELA-I
               NOT INVALID KEY
                   MOVE WS-VALOR-PARCELA TO WS-VALOR-EDITADO
                   DISPLAY "PARCELA " WS-PARCELA-I " VENC "
                       WS-VENCIMENTO " VALOR " WS-VALOR-EDITADO
                       " INCLUIDA"
           END-WRITE.

       6000-CONSULTAR.
           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.

           MOVE ZEROS TO WS-CONT-TITULOS WS-TOTAL-ABERTO.

           MOVE WS-FORNECEDOR TO TPG-FORNECEDOR.
           MOVE ZEROS TO TPG-NOTA TPG-PARCELA.
           START CONTAS-PAGAR KEY IS NOT LESS THAN TPG-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTPAGAR
           END-START.

           PERFORM 6100-LISTAR-TITULO UNTIL WS-FS-CTPAGAR NOT = "00".
           MOVE "00" TO WS-FS-CTPAGAR.

           MOVE WS-CONT-TITULOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-ABERTO TO WS-TOTAL-EDITADO.
           DISPLAY "PARCELAS EM ABERTO: " WS-CONT-EDITADO
               " SALDO DEVEDOR: " WS-TOTAL-EDITADO.

       6100-LISTAR-TITULO.
           READ CONTAS-PAGAR NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTPAGAR
               NOT AT END
                   IF TPG-FORNECEDOR NOT = WS-FORNECEDOR
                       MOVE "10" TO WS-FS-CTPAGAR
                   ELSE
                       IF TPG-SALDO > ZEROS
                           ADD 1 TO WS-CONT-TITULOS
                           ADD TPG-SALDO TO WS-TOTAL-ABERTO
                       END-IF
                       MOVE TPG-VALOR TO WS-VALOR-EDITADO
                       MOVE TPG-SALDO TO WS-SALDO-EDITADO
                       DISPLAY "DOC " TPG-NOTA "/" TPG-PARCELA
                           " VENC " TPG-VENCIMENTO " VALOR "
                           WS-VALOR-EDITADO " SALDO "
                           WS-SALDO-EDITADO " " TPG-ORIGEM
                   END-IF
           END-READ.

       7000-PAGAR.
           DISPLAY "DIGITE O CODIGO DO FORNECEDOR".
           ACCEPT WS-FORNECEDOR.
           DISPLAY "DIGITE O NUMERO DO DOCUMENTO".
           ACCEPT WS-NOTA.
           DISPLAY "DIGITE A PARCELA".
           ACCEPT WS-PARCELA.

           MOVE WS-FORNECEDOR TO TPG-FORNECEDOR.
           MOVE WS-NOTA TO TPG-NOTA.
           MOVE WS-PARCELA TO TPG-PARCELA.

           READ CONTAS-PAGAR
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF TPG-SALDO = ZEROS
                       DISPLAY "PARCELA JA LIQUIDADA"
                   ELSE
                       PERFORM 7100-REGISTRAR-PAGAMENTO
                   END-IF
           END-READ.

       7100-REGISTRAR-PAGAMENTO.
           MOVE TPG-SALDO TO WS-SALDO-EDITADO.
           DISPLAY "SALDO DA PARCELA: " WS-SALDO-EDITADO
               " VENCIMENTO " TPG-VENCIMENTO.

           DISPLAY "DIGITE O VALOR PAGO".
           ACCEPT WS-VALOR-PAGO.

           EVALUATE TRUE
               WHEN WS-VALOR-PAGO = ZEROS
                   DISPLAY "VALOR ZERADO - PAGAMENTO CANCELADO"
               WHEN WS-VALOR-PAGO > TPG-SALDO
                   DISPLAY "PAGAMENTO MAIOR QUE O SALDO DA PARCELA - "
                       "CANCELADO"
               WHEN OTHER
                   SUBTRACT WS-VALOR-PAGO FROM TPG-SALDO
                   IF TPG-SALDO = ZEROS
                       MOVE DMV-DATA TO TPG-DATA-BAIXA
                   END-IF
                   REWRITE TPG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR A PARCELA"
                       NOT INVALID KEY
                           PERFORM 7200-LOGAR-PAGAMENTO
                           IF TPG-SALDO = ZEROS
                               DISPLAY "PARCELA LIQUIDADA "
                                   "INTEGRALMENTE"
                           ELSE
                               MOVE TPG-SALDO TO WS-SALDO-EDITADO
                               DISPLAY "PAGAMENTO PARCIAL - SALDO "
                                   "RESTANTE: " WS-SALDO-EDITADO
                           END-IF
                   END-REWRITE
           END-EVALUATE.

       7200-LOGAR-PAGAMENTO.
           MOVE SPACES TO PGF-LINHA.
           STRING DMV-DATA " FORN " TPG-FORNECEDOR " DOC " TPG-NOTA
               "/" TPG-PARCELA " PAGO " WS-VALOR-PAGO " SALDO "
               TPG-SALDO " " WS-OPERADOR
               DELIMITED BY SIZE INTO PGF-LINHA.
           WRITE PGF-LINHA.

       END PROGRAM CTPAGMNT.
