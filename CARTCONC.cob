      *LIQUIDACAO, AS LIQUIDACOES SEM VENDA CORRESPONDENTE E O TOTAL
      *DE TARIFAS DO MES - O DEPOSITO SUMIDO APARECE AQUI, NAO POR
      *SORTE.
      *CADA LIQUIDACAO BAIXA NA AGENDA DE RECEBIVEIS DE CARTAO
      *(CARTREC) AS PARCELAS PREVISTAS PARA A DATA (DA ADQUIRENTE DA
      *LINHA, OU DE TODAS QUANDO O CARTSETT NAO TRAZ ADQUIRENTE),
      *E O RELATORIO CONFRONTA POR DIA O LIQUIDO AGENDADO COM O
      *LIQUIDO PAGO, FECHANDO COM AS PARCELAS PREVISTAS NO MES QUE
      *AINDA NAO FORAM LIQUIDADAS.
      *O HEADER DO CARTSETT ("H", DATA E NUMERO DE SEQUENCIA) E
      *OBRIGATORIO NA PRIMEIRA LINHA E E CONFERIDO NO SEQARQ (SEQCTL)
      *ANTES DE QUALQUER BAIXA: ARQUIVO JA PROCESSADO, FORA DE
      *SEQUENCIA OU SEM HEADER NAO E LIDO (RC 8) ATE A LIBERACAO DO
      *SUPERVISOR (SEQLIB; NUMERO 000000 PARA O ARQUIVO SEM HEADER).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT LIQUIDACAO-ADQUIRENTE ASSIGN TO "CARTSETT"
               SELECT RELATORIO-CONCILIACAO ASSIGN TO "RELCART"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELCART.

               SELECT AGENDA-CARTOES ASSIGN TO "CARTREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRC-CHAVE
                   ALTERNATE RECORD KEY IS CRC-DATA-PREVISTA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CARTREC.
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               05 STT-TARIFA PIC 9(6)V99.
               05 FILLER PIC X(1).
               05 STT-LIQUIDO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 STT-ADQUIRENTE PIC 9(2).
           01  STT-HEADER.
               05 STT-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 STT-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 STT-H-SEQUENCIA PIC 9(6).

           FD  RELATORIO-CONCILIACAO
               LABEL RECORD IS STANDARD.
           01  CCT-LINHA PIC X(100).

           FD  AGENDA-CARTOES
               LABEL RECORD IS STANDARD.
               COPY "CARTREC-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-CARTSETT PIC X(2) VALUE "00".
           77 WS-FS-RELCART PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-DIF-EDITADO PIC +Z(7)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CONT-EDITADO PIC Z9.
           77 WS-FS-CARTREC PIC X(2) VALUE "00".
           77 WS-CARTREC-SW PIC X(1) VALUE "N".
               88 CARTREC-DISPONIVEL VALUE "S".
               88 CARTREC-INDISPONIVEL VALUE "N".
           77 WS-CONT-BAIXADAS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-PENDENTES PIC 9(6) VALUE ZEROS.
           77 WS-VALOR-PENDENTE PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO-6 PIC Z(5)9.
           77 WS-AGENDA-EDITADO PIC Z(7)9,99.
           77 WS-PAGO-EDITADO PIC Z(7)9,99.
           77 WS-CONT-LIQUIDACOES PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-LIQUIDACOES PIC 9(10)V99 VALUE ZEROS.
           77 WS-SEQUENCIA-SW PIC X(1) VALUE "N".
               88 SEQUENCIA-ACEITA VALUE "S".
               88 SEQUENCIA-RECUSADA VALUE "R".
           COPY "SEQCTL-REG.CPY".
           01 WS-PERIODO-APURACAO.
               05 WS-PA-ANO PIC 9(4).
               05 WS-PA-MES PIC 9(2).
               05 WS-PA-DIA PIC 9(2).
           01 WS-DIAS-MES.
               05 WS-DIA-ITEM OCCURS 31 TIMES.
                   10 WS-DIA-VENDAS PIC S9(9)V99 VALUE ZEROS.
                   10 WS-DIA-LIQUIDADO PIC 9(9)V99 VALUE ZEROS.
                   10 WS-DIA-TARIFAS PIC 9(8)V99 VALUE ZEROS.
                   10 WS-DIA-PAGO-LIQUIDO PIC 9(9)V99 VALUE ZEROS.
                   10 WS-DIA-AGENDA PIC 9(9)V99 VALUE ZEROS.
           01 WS-DATA-DETALHE.
               05 WS-DD-ANO PIC 9(4).
               05 WS-DD-MES PIC 9(2).
           PERFORM 3000-ACUMULAR-LIQUIDACOES
               UNTIL WS-FS-CARTSETT NOT = "00".
           PERFORM 4000-CONFRONTAR-DIAS.
           IF CARTREC-DISPONIVEL
               PERFORM 5000-CONFRONTAR-AGENDA
           END-IF.
           PERFORM 9000-FINALIZAR.

           STOP RUN.
               DISPLAY "DETALHE VENDDET AUSENTE - CONCILIACAO NAO "
                   "EXECUTADA"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT LIQUIDACAO-ADQUIRENTE.
               MOVE "10" TO WS-FS-CARTSETT
           END-IF.

           OPEN I-O AGENDA-CARTOES.
           IF WS-FS-CARTREC = "00"
               SET CARTREC-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AGENDA DE CARTOES CARTREC AUSENTE - SEM BAIXA "
                   "DE PARCELAS"
           END-IF.
           MOVE "00" TO WS-FS-CARTREC.

           IF WS-FS-CARTSETT = "00"
               PERFORM 1100-VERIFICAR-SEQUENCIA
           END-IF.

           OPEN OUTPUT RELATORIO-CONCILIACAO.

           MOVE SPACES TO CCT-LINHA.
               DELIMITED BY SIZE INTO CCT-LINHA.
           WRITE CCT-LINHA.

      *****************************************
      * PRIMEIRO REGISTRO DO CARTSETT: HEADER COM O NUMERO DE
      * SEQUENCIA OU, SE NAO HOUVER, A PRIMEIRA LIQUIDACAO (NUMERO
      * ZERO). SO SEGUE SE O SEQCTL ACEITAR OU HOUVER LIBERACAO
      *****************************************
       1100-VERIFICAR-SEQUENCIA.
           READ LIQUIDACAO-ADQUIRENTE
               AT END
                   MOVE "10" TO WS-FS-CARTSETT
           END-READ.

           IF WS-FS-CARTSETT = "00"
               SET SQC-FUNCAO-VERIFICAR TO TRUE
               MOVE "CARTSETT" TO SQC-ARQUIVO
               IF STT-H-TIPO = "H"
                   MOVE STT-H-SEQUENCIA TO SQC-NUMERO
                   MOVE STT-H-DATA TO SQC-DATA-ARQUIVO
               ELSE
                   MOVE ZEROS TO SQC-NUMERO SQC-DATA-ARQUIVO
               END-IF
               CALL "SEQCTL" USING SQC-AREA

               IF SQC-OK OR SQC-LIBERADO
                   SET SEQUENCIA-ACEITA TO TRUE
                   IF STT-H-TIPO NOT = "H"
                       PERFORM 3050-APLICAR-LIQUIDACAO
                   END-IF
               ELSE
                   PERFORM 1150-RECUSAR-ARQUIVO
               END-IF
           END-IF.

       1150-RECUSAR-ARQUIVO.
           SET SEQUENCIA-RECUSADA TO TRUE.

           EVALUATE TRUE
               WHEN SQC-JA-PROCESSADO
                   DISPLAY "CARTSETT NUMERO " SQC-NUMERO
                       " JA PROCESSADO EM " SQC-DATA-PROCESSAMENTO
                       " - LIQUIDACOES NAO LIDAS"
               WHEN SQC-FORA-SEQUENCIA
                   DISPLAY "CARTSETT NUMERO " SQC-NUMERO
                       " FORA DE SEQUENCIA - ULTIMO PROCESSADO "
                       SQC-ULTIMO-NUMERO " - LIQUIDACOES NAO LIDAS"
               WHEN SQC-SEM-NUMERO
                   DISPLAY "CARTSETT SEM HEADER DE SEQUENCIA - "
                       "LIQUIDACOES NAO LIDAS"
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE SEQUENCIA SEQARQ - "
                       "LIQUIDACOES NAO LIDAS"
           END-EVALUATE.
           DISPLAY "PARA PROCESSAR, LIBERACAO DO SUPERVISOR PELO "
               "SEQLIB".

           MOVE "10" TO WS-FS-CARTSETT.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           COMPUTE WS-VDT-INICIO =
               WS-ANO-APURACAO * 10000 + WS-MES-APURACAO * 100 + 1.
           COMPUTE WS-VDT-FIM = WS-VDT-INICIO + 30.
           MOVE WS-VDT-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2000-ACUMULAR-VENDAS.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                               WS-DIA-VENDAS(WS-DD-DIA)
                       END-IF
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       3000-ACUMULAR-LIQUIDACOES.
               AT END
                   MOVE "10" TO WS-FS-CARTSETT
               NOT AT END
                   PERFORM 3050-APLICAR-LIQUIDACAO
           END-READ.

       3050-APLICAR-LIQUIDACAO.
           ADD 1 TO WS-CONT-LIQUIDACOES.
           ADD STT-LIQUIDO TO WS-TOTAL-LIQUIDACOES.

           MOVE STT-DATA TO WS-DATA-SETT.
           IF WS-DS-ANO = WS-ANO-APURACAO
                   AND WS-DS-MES = WS-MES-APURACAO
               ADD STT-BRUTO TO
                   WS-DIA-LIQUIDADO(WS-DS-DIA)
               ADD STT-TARIFA TO
                   WS-DIA-TARIFAS(WS-DS-DIA)
               ADD STT-TARIFA TO WS-TOTAL-TARIFAS
               ADD STT-LIQUIDO TO
                   WS-DIA-PAGO-LIQUIDO(WS-DS-DIA)
               IF CARTREC-DISPONIVEL
                   PERFORM 3100-BAIXAR-AGENDA
               END-IF
           END-IF.

      *****************************************
      * PARCELAS DA AGENDA PREVISTAS PARA A DATA DA LIQUIDACAO: AS
      * ABERTAS SAO MARCADAS LIQUIDADAS NA DATA; AS JA LIQUIDADAS
      * NESSA DATA (REEXECUCAO) SO ENTRAM NA SOMA DO AGENDADO
      *****************************************
       3100-BAIXAR-AGENDA.
           MOVE STT-DATA TO CRC-DATA-PREVISTA.
           START AGENDA-CARTOES KEY IS NOT LESS THAN CRC-DATA-PREVISTA
               INVALID KEY
                   MOVE "23" TO WS-FS-CARTREC
           END-START.
           PERFORM 3200-BAIXAR-AGENDA-LOOP
               UNTIL WS-FS-CARTREC NOT = "00".
           MOVE "00" TO WS-FS-CARTREC.

       3200-BAIXAR-AGENDA-LOOP.
           READ AGENDA-CARTOES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CARTREC
               NOT AT END
                   IF CRC-DATA-PREVISTA NOT = STT-DATA
                       MOVE "10" TO WS-FS-CARTREC
                   ELSE
                       IF STT-ADQUIRENTE NOT NUMERIC
                               OR STT-ADQUIRENTE = ZEROS
                               OR STT-ADQUIRENTE = CRC-ADQUIRENTE
                           PERFORM 3300-BAIXAR-PARCELA
                       END-IF
                   END-IF
           END-READ.

       3300-BAIXAR-PARCELA.
           EVALUATE TRUE
               WHEN CRC-ABERTA
                   SET CRC-LIQUIDADA TO TRUE
                   MOVE STT-DATA TO CRC-DATA-LIQUIDACAO
                   REWRITE CRC-REGISTRO
                   END-REWRITE
                   ADD 1 TO WS-CONT-BAIXADAS
                   ADD CRC-VALOR-LIQUIDO TO WS-DIA-AGENDA(WS-DS-DIA)
               WHEN CRC-DATA-LIQUIDACAO = STT-DATA
                   ADD CRC-VALOR-LIQUIDO TO WS-DIA-AGENDA(WS-DS-DIA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************
      * AGENDADO X PAGO (LIQUIDOS) NOS DIAS COM LIQUIDACAO E AS
      * PARCELAS PREVISTAS NO MES AINDA EM ABERTO
      *****************************************
       5000-CONFRONTAR-AGENDA.
           MOVE "AGENDA DE RECEBIVEIS X LIQUIDADO (VALORES LIQUIDOS)"
               TO CCT-LINHA.
           WRITE CCT-LINHA.
           MOVE "DIA      AGENDADO        PAGO     DIFERENCA"
               TO CCT-LINHA.
           WRITE CCT-LINHA.

           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > 31
               IF WS-DIA-PAGO-LIQUIDO(WS-DIA-I) NOT = ZEROS
                       OR WS-DIA-AGENDA(WS-DIA-I) NOT = ZEROS
                   COMPUTE WS-DIFERENCA =
                       WS-DIA-PAGO-LIQUIDO(WS-DIA-I) -
                       WS-DIA-AGENDA(WS-DIA-I)
                   MOVE WS-DIA-AGENDA(WS-DIA-I) TO WS-AGENDA-EDITADO
                   MOVE WS-DIA-PAGO-LIQUIDO(WS-DIA-I) TO
                       WS-PAGO-EDITADO
                   MOVE WS-DIFERENCA TO WS-DIF-EDITADO
                   MOVE SPACES TO CCT-LINHA
                   STRING WS-DIA-I "  " WS-AGENDA-EDITADO " "
                       WS-PAGO-EDITADO " " WS-DIF-EDITADO
                       DELIMITED BY SIZE INTO CCT-LINHA
                   WRITE CCT-LINHA
               END-IF
           END-PERFORM.

           MOVE WS-ANO-APURACAO TO WS-PA-ANO.
           MOVE WS-MES-APURACAO TO WS-PA-MES.
           MOVE 01 TO WS-PA-DIA.
           MOVE WS-PERIODO-APURACAO TO CRC-DATA-PREVISTA.
           START AGENDA-CARTOES KEY IS NOT LESS THAN CRC-DATA-PREVISTA
               INVALID KEY
                   MOVE "23" TO WS-FS-CARTREC
           END-START.
           PERFORM 5100-VARRER-PENDENTES
               UNTIL WS-FS-CARTREC NOT = "00".
           MOVE "00" TO WS-FS-CARTREC.

           MOVE WS-CONT-BAIXADAS TO WS-CONT-EDITADO-6.
           MOVE SPACES TO CCT-LINHA.
           STRING "PARCELAS BAIXADAS NESTA EXECUCAO: "
               WS-CONT-EDITADO-6 DELIMITED BY SIZE INTO CCT-LINHA.
           WRITE CCT-LINHA.

           MOVE WS-CONT-PENDENTES TO WS-CONT-EDITADO-6.
           MOVE WS-VALOR-PENDENTE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO CCT-LINHA.
           STRING "PREVISTAS NO MES NAO LIQUIDADAS: "
               WS-CONT-EDITADO-6 " PARCELAS " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO CCT-LINHA.
           WRITE CCT-LINHA.

       5100-VARRER-PENDENTES.
           READ AGENDA-CARTOES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CARTREC
               NOT AT END
                   IF CRC-DATA-PREVISTA(1:6) NOT =
                           WS-PERIODO-APURACAO(1:6)
                       MOVE "10" TO WS-FS-CARTREC
                   ELSE
                       IF CRC-ABERTA AND CRC-VALOR-BRUTO > ZEROS
                           ADD 1 TO WS-CONT-PENDENTES
                           ADD CRC-VALOR-LIQUIDO TO WS-VALOR-PENDENTE
                       END-IF
                   END-IF
           END-READ.

               MOVE 4 TO RETURN-CODE
           END-IF.

           IF SEQUENCIA-RECUSADA
               MOVE SPACES TO CCT-LINHA
               STRING "*** CARTSETT NUMERO " SQC-NUMERO
                   " RECUSADO PELO CONTROLE DE SEQUENCIA - "
                   "LIQUIDACOES NAO CONSIDERADAS ***"
                   DELIMITED BY SIZE INTO CCT-LINHA
               WRITE CCT-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-CARTSETT = "10"
               CLOSE LIQUIDACAO-ADQUIRENTE
           END-IF.
           IF CARTREC-DISPONIVEL
               CLOSE AGENDA-CARTOES
           END-IF.
           CLOSE RELATORIO-CONCILIACAO.

           IF SEQUENCIA-ACEITA
               SET SQC-FUNCAO-RECEBIDO TO TRUE
               MOVE WS-CONT-LIQUIDACOES TO SQC-QUANTIDADE
               MOVE WS-TOTAL-LIQUIDACOES TO SQC-TOTAL
               CALL "SEQCTL" USING SQC-AREA
               IF NOT SQC-OK
                   DISPLAY "ERRO AO REGISTRAR A SEQUENCIA DO CARTSETT"
               END-IF
           END-IF.

           DISPLAY "CONCILIACAO GRAVADA NO ARQUIVO RELCART".

       END PROGRAM CARTCONC.
