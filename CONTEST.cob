       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEST.
      *************************************
      *OBJETIVO: CONTESTACAO DE TITULOS DO CONTAS A RECEBER PELO
      *CLIENTE: ABRE A CONTESTACAO NO TITULO DO CTRECEB COM MOTIVO,
      *OPERADOR E DATA DE ABERTURA (REC-CONTESTACAO "C"), ENCERRA
      *COM AS NOTAS DA RESOLUCAO E A DATA (REC-CONTESTACAO "E"),
      *CONSULTA AS CONTESTACOES DE UM CLIENTE E EMITE EM RELCONT O
      *RELATORIO DAS CONTESTACOES EM ABERTO POR IDADE (DIAS DESDE A
      *ABERTURA: ATE 15, 16-30, 31-60, MAIS DE 60). ENQUANTO O
      *TITULO ESTA CONTESTADO O BAIXAREC NAO COBRA JUROS NEM MULTA,
      *O CLIDUNN NAO EMITE CARTA, O NEGEXP NAO NEGATIVA E O RECWOFF
      *NAO PROPOE A BAIXA COMO PERDA; CADA UM LISTA O TITULO A PARTE.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT RELATORIO-CONTESTACOES ASSIGN TO "RELCONT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELCONT.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  RELATORIO-CONTESTACOES
               LABEL RECORD IS STANDARD.
           01  RCT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-RELCONT PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-CLIENTE PIC 9(6).
           77 WS-DOCUMENTO PIC 9(8).
           77 WS-MOTIVO PIC X(30).
           77 WS-NOTAS PIC X(40).
           77 WS-CONFIRMA PIC X(1).
           77 WS-DIAS-ABERTO PIC 9(4).
           77 WS-FAIXA PIC 9(1).
           77 WS-FAIXA-I PIC 9(1).
           77 WS-CONT-LISTADOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-DIAS-EDITADO PIC Z(3)9.
           77 WS-TOTAL-CONTESTADO PIC 9(10)V99 VALUE ZEROS.
           01 WS-FAIXAS-IDADE.
               05 WS-FXI-ITEM OCCURS 4 TIMES.
                   10 WS-FXI-QTD PIC 9(6).
                   10 WS-FXI-VALOR PIC 9(10)V99.
           01 WS-NOMES-FAIXAS.
               05 FILLER PIC X(12) VALUE "ATE 15 DIAS ".
               05 FILLER PIC X(12) VALUE "16-30 DIAS  ".
               05 FILLER PIC X(12) VALUE "31-60 DIAS  ".
               05 FILLER PIC X(12) VALUE "MAIS DE 60  ".
           01 WS-NOMES-FAIXAS-TAB REDEFINES WS-NOMES-FAIXAS.
               05 WS-NOME-FAIXA PIC X(12) OCCURS 4 TIMES.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE"
               MOVE "X" TO WS-OPCAO
           ELSE
               DISPLAY "DIGITE O CODIGO DO OPERADOR"
               ACCEPT WS-OPERADOR
               PERFORM 1900-EXIBIR-MENU
           END-IF.

       1900-EXIBIR-MENU.
           DISPLAY "1=ABRIR CONTESTACAO 2=ENCERRAR CONTESTACAO "
               "3=CONSULTAR CLIENTE 4=RELATORIO POR IDADE X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 3000-ABRIR-CONTESTACAO
               WHEN "2"
                   PERFORM 4000-ENCERRAR-CONTESTACAO
               WHEN "3"
                   PERFORM 5000-CONSULTAR-CLIENTE
               WHEN "4"
                   PERFORM 6000-RELATORIO-IDADE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       2100-LER-TITULO.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.
           DISPLAY "DIGITE O DOCUMENTO DO TITULO".
           ACCEPT WS-DOCUMENTO.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOCUMENTO TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
           END-READ.

      *****************************************
      * SO TITULO (TIPO T) COM SALDO E SEM CONTESTACAO ABERTA;
      * CONTESTACAO ENCERRADA PODE SER REABERTA, SUBSTITUINDO OS
      * DADOS DA ANTERIOR
      *****************************************
       3000-ABRIR-CONTESTACAO.
           PERFORM 2100-LER-TITULO.

           EVALUATE TRUE
               WHEN WS-FS-CTRECEB NOT = "00"
                   CONTINUE
               WHEN NOT REC-TIPO-TITULO
                   DISPLAY "DOCUMENTO E CREDITO OU ADIANTAMENTO - "
                       "NAO PODE SER CONTESTADO"
               WHEN REC-SALDO = ZEROS
                   DISPLAY "TITULO JA LIQUIDADO - NADA A CONTESTAR"
               WHEN REC-EM-CONTESTACAO
                   DISPLAY "TITULO JA EM CONTESTACAO DESDE "
                       REC-CTS-DATA-ABERTURA " - " REC-CTS-MOTIVO
               WHEN OTHER
                   PERFORM 3100-GRAVAR-ABERTURA
           END-EVALUATE.
           MOVE "00" TO WS-FS-CTRECEB.

       3100-GRAVAR-ABERTURA.
           MOVE REC-SALDO TO WS-SALDO-EDITADO.
           DISPLAY "VENCIMENTO " REC-VENCIMENTO " SALDO "
               WS-SALDO-EDITADO.
           IF REC-NEG-ENVIADO OR REC-NEG-CONFIRMADO
               DISPLAY "ATENCAO: TITULO JA ENVIADO AO BIROU DE "
                   "CREDITO"
           END-IF.

           DISPLAY "DIGITE O MOTIVO DA CONTESTACAO".
           ACCEPT WS-MOTIVO.

           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - CONTESTACAO NAO ABERTA"
           ELSE
               SET REC-EM-CONTESTACAO TO TRUE
               MOVE WS-MOTIVO TO REC-CTS-MOTIVO
               MOVE WS-OPERADOR TO REC-CTS-OPERADOR
               MOVE DMV-DATA TO REC-CTS-DATA-ABERTURA
               MOVE ZEROS TO REC-CTS-DATA-RESOLUCAO
               MOVE SPACES TO REC-CTS-NOTAS
               REWRITE REC-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONTESTACAO"
                   NOT INVALID KEY
                       DISPLAY "CONTESTACAO ABERTA - JUROS, COBRANCA "
                           "E NEGATIVACAO SUSPENSOS"
               END-REWRITE
           END-IF.

       4000-ENCERRAR-CONTESTACAO.
           PERFORM 2100-LER-TITULO.

           EVALUATE TRUE
               WHEN WS-FS-CTRECEB NOT = "00"
                   CONTINUE
               WHEN NOT REC-EM-CONTESTACAO
                   DISPLAY "TITULO SEM CONTESTACAO ABERTA"
               WHEN OTHER
                   PERFORM 4100-GRAVAR-RESOLUCAO
           END-EVALUATE.
           MOVE "00" TO WS-FS-CTRECEB.

       4100-GRAVAR-RESOLUCAO.
           DISPLAY "ABERTA EM " REC-CTS-DATA-ABERTURA " POR "
               REC-CTS-OPERADOR " MOTIVO: " REC-CTS-MOTIVO.
           DISPLAY "DIGITE AS NOTAS DA RESOLUCAO".
           ACCEPT WS-NOTAS.

           IF WS-NOTAS = SPACES
               DISPLAY "NOTAS OBRIGATORIAS - CONTESTACAO MANTIDA"
           ELSE
               DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   SET REC-CONTESTACAO-ENCERRADA TO TRUE
                   MOVE DMV-DATA TO REC-CTS-DATA-RESOLUCAO
                   MOVE WS-NOTAS TO REC-CTS-NOTAS
                   REWRITE REC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ENCERRAR A CONTESTACAO"
                       NOT INVALID KEY
                           DISPLAY "CONTESTACAO ENCERRADA - TITULO "
                               "VOLTA AO FLUXO NORMAL DE COBRANCA"
                   END-REWRITE
               END-IF
           END-IF.

       5000-CONSULTAR-CLIENTE.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE ZEROS TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 5100-LISTAR-CLIENTE-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           IF WS-CONT-LISTADOS = ZEROS
               DISPLAY "CLIENTE SEM CONTESTACOES REGISTRADAS"
           END-IF.

       5100-LISTAR-CLIENTE-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-EM-CONTESTACAO
                               OR REC-CONTESTACAO-ENCERRADA
                           PERFORM 5200-MOSTRAR-CONTESTACAO
                       END-IF
                   END-IF
           END-READ.

       5200-MOSTRAR-CONTESTACAO.
           ADD 1 TO WS-CONT-LISTADOS.
           MOVE REC-SALDO TO WS-SALDO-EDITADO.

           IF REC-EM-CONTESTACAO
               DISPLAY "DOC " REC-DOCUMENTO " SALDO " WS-SALDO-EDITADO
                   " ABERTA EM " REC-CTS-DATA-ABERTURA " POR "
                   REC-CTS-OPERADOR
           ELSE
               DISPLAY "DOC " REC-DOCUMENTO " SALDO " WS-SALDO-EDITADO
                   " ENCERRADA EM " REC-CTS-DATA-RESOLUCAO
                   " (ABERTA EM " REC-CTS-DATA-ABERTURA ")"
               DISPLAY "    RESOLUCAO: " REC-CTS-NOTAS
           END-IF.
           DISPLAY "    MOTIVO: " REC-CTS-MOTIVO.

      *****************************************
      * CONTESTACOES EM ABERTO POR IDADE (DIAS CORRIDOS DESDE A
      * ABERTURA PELO CALNEG), COM QUANTIDADE E SALDO POR FAIXA
      *****************************************
       6000-RELATORIO-IDADE.
           INITIALIZE WS-FAIXAS-IDADE.
           MOVE ZEROS TO WS-CONT-LISTADOS WS-TOTAL-CONTESTADO.

           OPEN OUTPUT RELATORIO-CONTESTACOES.
           MOVE SPACES TO RCT-LINHA.
           STRING "CONTESTACOES EM ABERTO POR IDADE NA DATA " DMV-DATA
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.
           MOVE SPACES TO RCT-LINHA.
           STRING "CLIENTE DOCUMENTO VENCIMENTO      SALDO ABERTURA "
               "DIAS OPERADOR   MOTIVO"
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 6100-VARRER-CONTESTACOES
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           MOVE "RESUMO POR IDADE DA CONTESTACAO" TO RCT-LINHA.
           WRITE RCT-LINHA.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1
                   UNTIL WS-FAIXA-I > 4
               MOVE WS-FXI-QTD(WS-FAIXA-I) TO WS-CONT-EDITADO
               MOVE WS-FXI-VALOR(WS-FAIXA-I) TO WS-TOTAL-EDITADO
               MOVE SPACES TO RCT-LINHA
               STRING "  " WS-NOME-FAIXA(WS-FAIXA-I) " TITULOS "
                   WS-CONT-EDITADO " SALDO " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO RCT-LINHA
               WRITE RCT-LINHA
           END-PERFORM.

           MOVE WS-CONT-LISTADOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-CONTESTADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCT-LINHA.
           STRING "TOTAL EM CONTESTACAO: " WS-CONT-EDITADO
               " TITULOS SALDO " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

           CLOSE RELATORIO-CONTESTACOES.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELCONT".

       6100-VARRER-CONTESTACOES.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-EM-CONTESTACAO
                       PERFORM 6200-LISTAR-CONTESTACAO
                   END-IF
           END-READ.

       6200-LISTAR-CONTESTACAO.
           SET CAL-FUNCAO-DIFERENCA TO TRUE.
           MOVE REC-CTS-DATA-ABERTURA TO CAL-DATA.
           MOVE DMV-DATA TO CAL-DATA-2.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DIAS TO WS-DIAS-ABERTO.

           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO <= 15
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ABERTO <= 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ABERTO <= 60
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE.

           ADD 1 TO WS-FXI-QTD(WS-FAIXA).
           ADD REC-SALDO TO WS-FXI-VALOR(WS-FAIXA).
           ADD 1 TO WS-CONT-LISTADOS.
           ADD REC-SALDO TO WS-TOTAL-CONTESTADO.

           MOVE REC-SALDO TO WS-SALDO-EDITADO.
           MOVE WS-DIAS-ABERTO TO WS-DIAS-EDITADO.
           MOVE SPACES TO RCT-LINHA.
           STRING REC-CLIENTE "  " REC-DOCUMENTO "  " REC-VENCIMENTO
               " " WS-SALDO-EDITADO " " REC-CTS-DATA-ABERTURA " "
               WS-DIAS-EDITADO " " REC-CTS-OPERADOR " "
               REC-CTS-MOTIVO
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

       9000-FINALIZAR.
           IF WS-FS-CTRECEB = "00"
               CLOSE CONTAS-RECEBER
           END-IF.

           DISPLAY "CONTESTACAO DE TITULOS ENCERRADA".

       END PROGRAM CONTEST.
