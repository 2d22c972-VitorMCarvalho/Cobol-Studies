       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTREV.
      *************************************
      *OBJETIVO: LISTA DE REVISAO DOS ADIANTAMENTOS DE CLIENTE
      *PARADOS (RELADTR): ADIANTAMENTOS DO CTRECEB (REC-TIPO "A")
      *AINDA COM SALDO E RECEBIDOS HA MAIS DIAS CORRIDOS QUE O
      *PRAZO DO ADTCFG (PADRAO 90), COM NOME E TELEFONE DO CLIENTE
      *PARA O CAIXA DEVOLVER O SALDO (ADIANT) OU CONTATAR O CLIENTE.
      *ADIANTAMENTO JA ESCOLHIDO NUMA VENDA E AINDA NAO COMPENSADO
      *SAI MARCADO, PARA NAO SER DEVOLVIDO. RODA NA SEGUNDA-FEIRA
      *DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CONFIG-ADIANTAMENTO ASSIGN TO "ADTCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADTCFG.

               SELECT RELATORIO-REVISAO ASSIGN TO "RELADTR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELADTR.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONFIG-ADIANTAMENTO
               LABEL RECORD IS STANDARD.
           01  ADC-LINHA.
               05 ADC-DIAS-REVISAO PIC 9(3).

           FD  RELATORIO-REVISAO
               LABEL RECORD IS STANDARD.
           01  RAR-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-ADTCFG PIC X(2) VALUE "00".
           77 WS-FS-RELADTR PIC X(2) VALUE "00".
           77 WS-DIAS-REVISAO PIC 9(3) VALUE 90.
           77 WS-DATA-CORTE PIC 9(8).
           77 WS-DIAS-PARADO PIC 9(4).
           77 WS-DIAS-EDITADO PIC Z(3)9.
           77 WS-SITUACAO PIC X(20).
           77 WS-QTD-REVISAO PIC 9(5) VALUE ZEROS.
           77 WS-TOTAL-REVISAO PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(10)9,99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CTRECEB = "00"
               PERFORM 2000-LER-TITULO
                   UNTIL WS-FS-CTRECEB NOT = "00"
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-REVISAO TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-CORTE.

           OPEN INPUT CONTAS-RECEBER.
           OPEN INPUT CADASTRO-CLIENTES.
           OPEN OUTPUT RELATORIO-REVISAO.

           MOVE SPACES TO RAR-LINHA.
           STRING "ADIANTAMENTOS DE CLIENTE PARADOS - RECEBIDOS ATE "
               WS-DATA-CORTE " E COM SALDO EM " DMV-DATA
               " (PRAZO " WS-DIAS-REVISAO " DIAS)"
               DELIMITED BY SIZE INTO RAR-LINHA.
           WRITE RAR-LINHA.

           MOVE SPACES TO RAR-LINHA.
           STRING "CLIENTE NOME                           TELEFONE"
               "        DOCUMENTO EMISSAO  DIAS      VALOR"
               "      SALDO SITUACAO"
               DELIMITED BY SIZE INTO RAR-LINHA.
           WRITE RAR-LINHA.

           IF WS-FS-CTRECEB NOT = "00"
               MOVE "CONTAS A RECEBER CTRECEB AUSENTE - NADA A LISTAR"
                   TO RAR-LINHA
               WRITE RAR-LINHA
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE"
           END-IF.

       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-ADIANTAMENTO.
           IF WS-FS-ADTCFG = "00"
               READ CONFIG-ADIANTAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ADC-DIAS-REVISAO IS NUMERIC
                               AND ADC-DIAS-REVISAO > ZEROS
                           MOVE ADC-DIAS-REVISAO TO WS-DIAS-REVISAO
                       END-IF
               END-READ
               CLOSE CONFIG-ADIANTAMENTO
           END-IF.
           MOVE "00" TO WS-FS-ADTCFG.

       2000-LER-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-TIPO-ADIANTAMENTO AND REC-SALDO > ZEROS
                           AND REC-DATA-EMISSAO NOT > WS-DATA-CORTE
                       PERFORM 2100-LISTAR-ADIANTAMENTO
                   END-IF
           END-READ.

      *****************************************
      * UMA LINHA POR ADIANTAMENTO PARADO, COM OS DIAS CORRIDOS
      * DESDE O RECEBIMENTO E A ACAO SUGERIDA
      *****************************************
       2100-LISTAR-ADIANTAMENTO.
           MOVE SPACES TO CLI-NOME CLI-TELEFONE.
           IF WS-FS-CADCLI = "00"
               MOVE REC-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO CLI-NOME
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           SET CAL-FUNCAO-DIFERENCA TO TRUE.
           MOVE REC-DATA-EMISSAO TO CAL-DATA.
           MOVE DMV-DATA TO CAL-DATA-2.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DIAS TO WS-DIAS-PARADO.

           IF REC-ADT-DATA-USO > ZEROS
               MOVE "ESCOLHIDO EM VENDA" TO WS-SITUACAO
           ELSE
               MOVE "DEVOLVER/CONTATAR" TO WS-SITUACAO
           END-IF.

           ADD 1 TO WS-QTD-REVISAO.
           ADD REC-SALDO TO WS-TOTAL-REVISAO.

           MOVE WS-DIAS-PARADO TO WS-DIAS-EDITADO.
           MOVE REC-VALOR TO WS-VALOR-EDITADO.
           MOVE REC-SALDO TO WS-SALDO-EDITADO.
           MOVE SPACES TO RAR-LINHA.
           STRING REC-CLIENTE "  " CLI-NOME " " CLI-TELEFONE " "
               REC-DOCUMENTO "  " REC-DATA-EMISSAO " "
               WS-DIAS-EDITADO " " WS-VALOR-EDITADO " "
               WS-SALDO-EDITADO " " WS-SITUACAO
               DELIMITED BY SIZE INTO RAR-LINHA.
           WRITE RAR-LINHA.

       9000-FINALIZAR.
           MOVE SPACES TO RAR-LINHA.
           WRITE RAR-LINHA.

           MOVE WS-QTD-REVISAO TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-REVISAO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RAR-LINHA.
           STRING "ADIANTAMENTOS PARADOS: " WS-CONT-EDITADO
               " SALDO A DEVOLVER OU CONSUMIR: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RAR-LINHA.
           WRITE RAR-LINHA.

           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE RELATORIO-REVISAO.

           DISPLAY "REVISAO DE ADIANTAMENTOS GRAVADA NO ARQUIVO "
               "RELADTR".

       END PROGRAM ADTREV.
