      *ABERTO DO CLIENTE EM ORDEM DE VENCIMENTO LIQUIDANDO CADA UM
      *INTEGRALMENTE ATE O DINHEIRO ACABAR, LOGA CADA APLICACAO NO
      *PAGTLOG E MOSTRA A SOBRA PARA SER TRATADA COMO CREDITO.
      *TITULO EM CONTESTACAO (CONTEST) E BAIXADO SEM JUROS NEM MULTA
      *E FICA FORA DA ALOCACAO AUTOMATICA; DEPOIS DE ENCERRADA A
      *CONTESTACAO, OS DIAS EM QUE ELA FICOU ABERTA NAO CONTAM COMO
      *ATRASO.
      *O HEADER DO RETBANCO ("H", DATA E NUMERO DE SEQUENCIA) E
      *OBRIGATORIO NA PRIMEIRA LINHA E E CONFERIDO NO SEQARQ (SEQCTL)
      *ANTES DA PRIMEIRA BAIXA: RETORNO JA PROCESSADO, FORA DE
      *SEQUENCIA OU SEM HEADER NAO E APLICADO (RC 8) ATE A LIBERACAO
      *DO SUPERVISOR (SEQLIB; NUMERO 000000 PARA O ARQUIVO SEM
      *HEADER), E O RETORNO PROCESSADO FICA REGISTRADO COM
      *QUANTIDADE E TOTAL.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           FD  LOG-PAGAMENTOS
               LABEL RECORD IS STANDARD.
           01  PAG-LINHA PIC X(120).

           FD  RETORNO-BANCO
               LABEL RECORD IS STANDARD.
               05 RTB-TIPO PIC X(1).
                   88 RTB-TIPO-DETALHE VALUE "D".
                   88 RTB-TIPO-TRAILER VALUE "T".
                   88 RTB-TIPO-HEADER VALUE "H".
               05 FILLER PIC X(1).
               05 RTB-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RTB-T-QUANTIDADE PIC 9(6).
               05 FILLER PIC X(1).
               05 RTB-T-TOTAL PIC 9(10)V99.
           01  RTB-HEADER.
               05 RTB-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 RTB-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RTB-H-SEQUENCIA PIC 9(6).

           FD  REJEITOS-BAIXA
               LABEL RECORD IS STANDARD.
           77 WS-PAGO-MULTA PIC 9(8)V99 VALUE ZEROS.
           77 WS-PAGO-PRINCIPAL PIC 9(8)V99 VALUE ZEROS.
           77 WS-CORRIGIDO-EDITADO PIC Z(7)9,99.
           77 WS-CTS-INICIO PIC 9(8).
           77 WS-CTS-FIM PIC 9(8).
           77 WS-CONT-CONTESTADOS PIC 9(6) VALUE ZEROS.
           77 WS-OPCAO-BAIXA PIC X(1).
           77 WS-VALOR-RECEBIDO PIC 9(8)V99.
           77 WS-VALOR-RESTANTE PIC 9(9)V99.
           77 WS-ALC-TROCOU PIC X(1).
               88 ALOCACAO-TROCOU VALUE "S".
               88 ALOCACAO-NAO-TROCOU VALUE "N".
           77 WS-SEQUENCIA-SW PIC X(1) VALUE "N".
               88 SEQUENCIA-ACEITA VALUE "S".
               88 SEQUENCIA-RECUSADA VALUE "R".
           01 WS-ALC-TABELA.
               05 WS-ALC-ITEM OCCURS 100 TIMES.
                   10 WS-ALC-DOCUMENTO PIC 9(8).
               05 WS-ALC-G-VENCIMENTO PIC 9(8).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "SEQCTL-REG.CPY".

       LINKAGE SECTION.
           77 LK-MODO-EXECUCAO PIC X(10).
           MOVE ZEROS TO WS-DIAS-ATRASO WS-JUROS WS-MULTA WS-ENCARGOS.

           IF WS-DATA-BAIXA > REC-VENCIMENTO
                   AND NOT REC-EM-CONTESTACAO
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE REC-VENCIMENTO TO CAL-DATA
               MOVE WS-DATA-BAIXA TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DIAS TO WS-DIAS-ATRASO

               IF REC-CONTESTACAO-ENCERRADA
                   PERFORM 1410-DESCONTAR-CONTESTACAO
               END-IF
           END-IF.

           IF WS-DIAS-ATRASO > ZEROS
               COMPUTE WS-JUROS ROUNDED =
                   REC-SALDO * (WS-TAXA-MENSAL / 100)
                   * WS-DIAS-ATRASO / 30

           COMPUTE WS-TOTAL-CORRIGIDO = REC-SALDO + WS-ENCARGOS.

      *****************************************
      * CONTESTACAO JA ENCERRADA: OS DIAS EM QUE ELA FICOU ABERTA
      * DENTRO DO PERIODO DE ATRASO (ENTRE O VENCIMENTO E A DATA DA
      * BAIXA) SAO DESCONTADOS DOS DIAS DE ATRASO
      *****************************************
       1410-DESCONTAR-CONTESTACAO.
           IF REC-CTS-DATA-ABERTURA > REC-VENCIMENTO
               MOVE REC-CTS-DATA-ABERTURA TO WS-CTS-INICIO
           ELSE
               MOVE REC-VENCIMENTO TO WS-CTS-INICIO
           END-IF.

           IF REC-CTS-DATA-RESOLUCAO < WS-DATA-BAIXA
               MOVE REC-CTS-DATA-RESOLUCAO TO WS-CTS-FIM
           ELSE
               MOVE WS-DATA-BAIXA TO WS-CTS-FIM
           END-IF.

           IF WS-CTS-FIM > WS-CTS-INICIO
               SET CAL-FUNCAO-DIFERENCA TO TRUE
               MOVE WS-CTS-INICIO TO CAL-DATA
               MOVE WS-CTS-FIM TO CAL-DATA-2
               CALL "CALNEG" USING CAL-AREA
               IF CAL-DIAS >= WS-DIAS-ATRASO
                   MOVE ZEROS TO WS-DIAS-ATRASO
               ELSE
                   SUBTRACT CAL-DIAS FROM WS-DIAS-ATRASO
               END-IF
           END-IF.

      *****************************************
      * O VALOR RECEBIDO QUITA PRIMEIRO JUROS E MULTA (NESSA ORDEM);
      * SO O QUE SOBRA AMORTIZA O PRINCIPAL (REC-SALDO). OS ENCARGOS
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF REC-TIPO-TITULO
                       PERFORM 2100-BAIXAR-TITULO
                   ELSE
                       DISPLAY "DOCUMENTO E CREDITO OU ADIANTAMENTO - "
                           "NAO RECEBE PAGAMENTO"
                   END-IF
           END-READ.

       2100-BAIXAR-TITULO.

           MOVE REC-SALDO TO WS-SALDO-EDITADO.
           DISPLAY "SALDO DO TITULO: " WS-SALDO-EDITADO.
           IF REC-EM-CONTESTACAO
               DISPLAY "TITULO EM CONTESTACAO DESDE "
                   REC-CTS-DATA-ABERTURA " - BAIXA SEM JUROS E MULTA"
           END-IF.

           IF WS-ENCARGOS > ZEROS
               MOVE WS-JUROS TO WS-SALDO-EDITADO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                               AND REC-EM-CONTESTACAO
                           DISPLAY "DOC " REC-DOCUMENTO " EM "
                               "CONTESTACAO - FORA DA ALOCACAO"
                       END-IF
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                               AND NOT REC-EM-CONTESTACAO
                           ADD 1 TO WS-ALC-QTD
                           MOVE REC-DOCUMENTO TO
                               WS-ALC-DOCUMENTO(WS-ALC-QTD)
                   MOVE "10" TO WS-FS-RETORNO
               ELSE
                   PERFORM 5210-LER-RETORNO
                   IF WS-FS-RETORNO = "00"
                       PERFORM 5150-VERIFICAR-SEQUENCIA
                   END-IF
               END-IF
           END-IF.

      *****************************************
      * PRIMEIRO REGISTRO DO RETBANCO: HEADER COM O NUMERO DE
      * SEQUENCIA OU, SE NAO HOUVER, O PRIMEIRO DETALHE (NUMERO
      * ZERO). SO SEGUE SE O SEQCTL ACEITAR OU HOUVER LIBERACAO
      *****************************************
       5150-VERIFICAR-SEQUENCIA.
           SET SQC-FUNCAO-VERIFICAR TO TRUE.
           MOVE "RETBANCO" TO SQC-ARQUIVO.
           IF RTB-TIPO-HEADER
               MOVE RTB-H-SEQUENCIA TO SQC-NUMERO
               MOVE RTB-H-DATA TO SQC-DATA-ARQUIVO
           ELSE
               MOVE ZEROS TO SQC-NUMERO SQC-DATA-ARQUIVO
           END-IF.
           CALL "SEQCTL" USING SQC-AREA.

           IF SQC-OK OR SQC-LIBERADO
               SET SEQUENCIA-ACEITA TO TRUE
               IF RTB-TIPO-HEADER
                   PERFORM 5210-LER-RETORNO
               END-IF
           ELSE
               PERFORM 5160-RECUSAR-RETORNO
           END-IF.

       5160-RECUSAR-RETORNO.
           SET SEQUENCIA-RECUSADA TO TRUE.

           EVALUATE TRUE
               WHEN SQC-JA-PROCESSADO
                   DISPLAY "RETBANCO NUMERO " SQC-NUMERO
                       " JA PROCESSADO EM " SQC-DATA-PROCESSAMENTO
                       " - BAIXA EM LOTE NAO EXECUTADA"
               WHEN SQC-FORA-SEQUENCIA
                   DISPLAY "RETBANCO NUMERO " SQC-NUMERO
                       " FORA DE SEQUENCIA - ULTIMO PROCESSADO "
                       SQC-ULTIMO-NUMERO " - BAIXA EM LOTE NAO "
                       "EXECUTADA"
               WHEN SQC-SEM-NUMERO
                   DISPLAY "RETBANCO SEM HEADER DE SEQUENCIA - BAIXA "
                       "EM LOTE NAO EXECUTADA"
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE SEQUENCIA SEQARQ - "
                       "BAIXA EM LOTE NAO EXECUTADA"
           END-EVALUATE.
           DISPLAY "PARA PROCESSAR, LIBERACAO DO SUPERVISOR PELO "
               "SEQLIB".

           MOVE 8 TO RETURN-CODE.
           CLOSE RETORNO-BANCO.
           MOVE "10" TO WS-FS-RETORNO.

       5200-PROCESSAR-BATCH.
           EVALUATE TRUE
               WHEN RTB-TIPO-TRAILER
           PERFORM 1400-CALCULAR-ENCARGOS.

           EVALUATE TRUE
               WHEN NOT REC-TIPO-TITULO
                   MOVE "DOCUMENTO NAO E TITULO" TO WS-MOTIVO-REJEICAO
                   PERFORM 5400-GRAVAR-REJEITO
                   ADD 1 TO WS-CONT-REJEITADOS
               WHEN REC-SALDO = ZEROS
                   MOVE "TITULO JA LIQUIDADO" TO WS-MOTIVO-REJEICAO
                   PERFORM 5400-GRAVAR-REJEITO
                       NOT INVALID KEY
                           PERFORM 2300-LOGAR-PAGAMENTO
                           ADD 1 TO WS-CONT-APLICADOS
                           IF REC-EM-CONTESTACAO
                               PERFORM 5320-LISTAR-CONTESTADO
                           END-IF
                   END-REWRITE
           END-EVALUATE.

       5320-LISTAR-CONTESTADO.
           ADD 1 TO WS-CONT-CONTESTADOS.
           DISPLAY "TITULO EM CONTESTACAO PAGO SEM ENCARGOS - CLIENTE "
               REC-CLIENTE " DOC " REC-DOCUMENTO " VALOR "
               WS-VALOR-PAGO.

       5400-GRAVAR-REJEITO.
           MOVE SPACES TO REJ-LINHA.
           STRING "CLIENTE " RTB-CLIENTE " DOC " RTB-DOCUMENTO

       5900-FINALIZAR-BATCH.
           IF WS-FS-CTRECEB = "00"
               IF NOT SEQUENCIA-RECUSADA
                   PERFORM 5500-CONFERIR-TRAILER
                   IF WS-FS-RETORNO = "00" OR WS-FS-RETORNO = "10"
                       CLOSE RETORNO-BANCO
                   END-IF
               END-IF
               CLOSE CONTAS-RECEBER
               CLOSE LOG-PAGAMENTOS
               CLOSE REJEITOS-BAIXA
           END-IF.

           IF SEQUENCIA-ACEITA
               SET SQC-FUNCAO-RECEBIDO TO TRUE
               MOVE WS-CONT-LIDOS TO SQC-QUANTIDADE
               MOVE WS-TOTAL-LIDO TO SQC-TOTAL
               CALL "SEQCTL" USING SQC-AREA
               IF NOT SQC-OK
                   DISPLAY "ERRO AO REGISTRAR A SEQUENCIA DO RETBANCO"
               END-IF
           END-IF.

           MOVE WS-CONT-LIDOS TO WS-CONT-EDITADO.
           DISPLAY "PAGAMENTOS LIDOS......: " WS-CONT-EDITADO.
           MOVE WS-CONT-APLICADOS TO WS-CONT-EDITADO.
           MOVE WS-CONT-REJEITADOS TO WS-CONT-EDITADO.
           DISPLAY "PAGAMENTOS REJEITADOS.: " WS-CONT-EDITADO
               " (VER REJBAIXA)".
           MOVE WS-CONT-CONTESTADOS TO WS-CONT-EDITADO.
           DISPLAY "EM CONTESTACAO........: " WS-CONT-EDITADO
               " (SEM JUROS E MULTA)".

       END PROGRAM BAIXAREC.
