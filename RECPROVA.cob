       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPROVA.
      *************************************
      *OBJETIVO: PROVA DIARIA DO SALDO DO CONTAS A RECEBER: PARTE DO
      *SALDO DE FECHAMENTO DA PROVA ANTERIOR (CONTROLE RECPRVCT),
      *SOMA OS TITULOS EMITIDOS NA DATA DE MOVIMENTO (GERAREC,
      *PARCELA, PLANOS DO RENEGOC, CHEQUES DEVOLVIDOS DO CHQMNT E
      *MENSALIDADES DO CONTRFAT PELO LOG CTRFLOG), SUBTRAI OS
      *PAGAMENTOS DO BAIXAREC E AS COMPENSACOES DO APLICRED (LOG
      *PAGTLOG), OS TITULOS RENEGOCIADOS (RENEGLOG) E AS BAIXAS COMO
      *PERDA DO RECWOFF (WOFFLOG), SOMA OS JUROS E MULTAS RECEBIDOS
      *E CONFRONTA O RESULTADO COM A SOMA DE REC-SALDO DOS TITULOS
      *DO CTRECEB, IMPRIMINDO CADA PERNA EM RELPROVA. NOTAS DE
      *CREDITO E ADIANTAMENTOS NAO SAO DIREITO A RECEBER E FICAM
      *FORA DO SALDO; ENTRAM NA PROVA SO QUANDO COMPENSADOS CONTRA
      *OS TITULOS. A DIFERENCA DEVOLVE CODIGO DE RETORNO 12 (NIVEL
      *DE ABORTO), COMO O CONFDIA, PARA O JOBDIARIO PARAR A ESTEIRA.
      *O SALDO FINAL GRAVADO NO CONTROLE E O DO CTRECEB, DE MODO QUE
      *UMA DIFERENCA APARECE UMA UNICA VEZ; A REEXECUCAO NA MESMA
      *DATA REFAZ A PROVA A PARTIR DA MESMA ABERTURA.
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

               SELECT LOG-PAGAMENTOS ASSIGN TO "PAGTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PAGTLOG.

               SELECT LOG-PERDAS ASSIGN TO "WOFFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WOFFLOG.

               SELECT LOG-RENEGOCIACOES ASSIGN TO "RENEGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RENEGLOG.

               SELECT LOG-FATURAMENTO ASSIGN TO "CTRFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTRFLOG.

               SELECT CONTROLE-PROVA ASSIGN TO "RECPRVCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RECPRVCT.

               SELECT RELATORIO-PROVA ASSIGN TO "RELPROVA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELPROVA.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  LOG-PAGAMENTOS
               LABEL RECORD IS STANDARD.
           01  PAG-LINHA PIC X(120).
           01  PAG-BAIXA.
               05 PGB-DATA PIC X(8).
               05 FILLER PIC X(9).
               05 PGB-CLIENTE PIC 9(6).
               05 FILLER PIC X(5).
               05 PGB-DOCUMENTO PIC 9(8).
               05 PGB-HISTORICO PIC X(11).
                   88 PGB-PAGAMENTO VALUE " PRINCIPAL ".
               05 PGB-PRINCIPAL PIC 9(8)V99.
               05 FILLER PIC X(7).
               05 PGB-JUROS PIC 9(8)V99.
               05 FILLER PIC X(7).
               05 PGB-MULTA PIC 9(8)V99.
           01  PAG-COMPENSACAO.
               05 FILLER PIC X(36).
               05 PGC-HISTORICO PIC X(18).
                   88 PGC-CREDITO-APLICADO VALUE " CREDITO APLICADO ".
                   88 PGC-ADIANTAMENTO-APLICADO
                       VALUE " ADIANT. APLICADO ".
               05 PGC-VALOR PIC 9(8)V99.

           FD  LOG-PERDAS
               LABEL RECORD IS STANDARD.
           01  WOF-LINHA.
               05 WOF-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 WOF-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 WOF-DOCUMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 WOF-VALOR PIC 9(8)V99.

           FD  LOG-RENEGOCIACOES
               LABEL RECORD IS STANDARD.
           01  RNL-ORIGINAL.
               05 RNL-O-TIPO PIC X(1).
                   88 RNL-TIPO-ORIGINAL VALUE "T".
               05 FILLER PIC X(1).
               05 RNL-O-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RNL-O-PLANO-DOC PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-DOCUMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-SALDO PIC 9(8)V99.

           FD  LOG-FATURAMENTO
               LABEL RECORD IS STANDARD.
           01  CFL-LINHA.
               05 CFL-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 CFL-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 CFL-DOCUMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 CFL-EMISSAO PIC 9(8).
               05 FILLER PIC X(1).
               05 CFL-VALOR PIC 9(8)V99.

           FD  CONTROLE-PROVA
               LABEL RECORD IS STANDARD.
           01  PRV-LINHA.
               05 PRV-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 PRV-DATA-ABERTURA PIC 9(8).
               05 FILLER PIC X(1).
               05 PRV-SALDO-ABERTURA PIC 9(11)V99.
               05 FILLER PIC X(1).
               05 PRV-SALDO-FECHAMENTO PIC 9(11)V99.

           FD  RELATORIO-PROVA
               LABEL RECORD IS STANDARD.
           01  RPV-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-PAGTLOG PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-RENEGLOG PIC X(2) VALUE "00".
           77 WS-FS-CTRFLOG PIC X(2) VALUE "00".
           77 WS-FS-RECPRVCT PIC X(2) VALUE "00".
           77 WS-FS-RELPROVA PIC X(2) VALUE "00".
           77 WS-SALDO-ABERTURA PIC S9(11)V99 VALUE ZEROS.
           77 WS-DATA-ABERTURA PIC 9(8) VALUE ZEROS.
           77 WS-EMISSAO-GERAREC PIC S9(11)V99 VALUE ZEROS.
           77 WS-EMISSAO-PARCELA PIC S9(11)V99 VALUE ZEROS.
           77 WS-EMISSAO-CONTRATO PIC S9(11)V99 VALUE ZEROS.
           77 WS-EMISSAO-PLANO PIC S9(11)V99 VALUE ZEROS.
           77 WS-EMISSAO-CHEQUE PIC S9(11)V99 VALUE ZEROS.
           77 WS-PAGAMENTOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-CREDITOS-APLICADOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-ADIANT-APLICADOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-RENEGOCIADOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-PERDAS PIC S9(11)V99 VALUE ZEROS.
           77 WS-JUROS PIC S9(11)V99 VALUE ZEROS.
           77 WS-MULTAS PIC S9(11)V99 VALUE ZEROS.
           77 WS-MOVIMENTO-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
           77 WS-SALDO-CALCULADO PIC S9(11)V99 VALUE ZEROS.
           77 WS-SALDO-CTRECEB PIC S9(11)V99 VALUE ZEROS.
           77 WS-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC +Z(9)9,99.
           77 WS-ABERTURA-SW PIC X(1) VALUE "N".
               88 ABERTURA-DA-PROVA-ANTERIOR VALUE "S".
               88 PRIMEIRA-PROVA VALUE "N".
           77 WS-CONTROLE-SW PIC X(1) VALUE "S".
               88 CONTROLE-VALIDO VALUE "S".
               88 CONTROLE-POSTERIOR VALUE "P".
           77 WS-DIVERGENCIA-SW PIC X(1) VALUE "N".
               88 PROVA-DIVERGENTE VALUE "S".
               88 PROVA-FECHADA VALUE "N".
           01 WS-DOC-TITULO.
               05 WS-DOC-PREFIXO PIC 9(1).
               05 WS-DOC-RESTO PIC 9(7).
           01 WS-DOC-CHEQUE REDEFINES WS-DOC-TITULO.
               05 WS-DOC-CHQ-FAIXA PIC 9(4).
               05 WS-DOC-CHQ-SEQUENCIA PIC 9(4).
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF CONTROLE-POSTERIOR
               DISPLAY "RECPROVA: JA EXISTE PROVA DE DATA POSTERIOR A "
                   DMV-DATA " - PROVA NAO REFEITA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
               PERFORM 1500-ABRIR-ARQUIVOS
               PERFORM 2000-SOMAR-TITULOS
                   UNTIL WS-FS-CTRECEB NOT = "00"
               PERFORM 3000-SOMAR-PAGAMENTOS
                   UNTIL WS-FS-PAGTLOG NOT = "00"
               PERFORM 4000-SOMAR-PERDAS
                   UNTIL WS-FS-WOFFLOG NOT = "00"
               PERFORM 5000-SOMAR-RENEGOCIADOS
                   UNTIL WS-FS-RENEGLOG NOT = "00"
               PERFORM 6000-SOMAR-CONTRATOS
                   UNTIL WS-FS-CTRFLOG NOT = "00"
               PERFORM 9000-FINALIZAR
               PERFORM 9900-FECHAR-ARQUIVOS
           END-IF.

           GOBACK.

      *****************************************
      * ABERTURA: PROVA DE DATA ANTERIOR = SEU SALDO FINAL; PROVA
      * DA PROPRIA DATA (REEXECUCAO) = A MESMA ABERTURA JA USADA;
      * SEM CONTROLE A PRIMEIRA PROVA APURA A ABERTURA PELO SALDO
      * ATUAL MENOS O MOVIMENTO DO DIA
      *****************************************
       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN INPUT CONTROLE-PROVA.
           IF WS-FS-RECPRVCT = "00"
               READ CONTROLE-PROVA
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-VALIDAR-CONTROLE
               END-READ
               CLOSE CONTROLE-PROVA
           END-IF.
           MOVE "00" TO WS-FS-RECPRVCT.

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               MOVE "10" TO WS-FS-CTRECEB
           END-IF.

           OPEN INPUT LOG-PAGAMENTOS.
           IF WS-FS-PAGTLOG NOT = "00"
               MOVE "10" TO WS-FS-PAGTLOG
           END-IF.

           OPEN INPUT LOG-PERDAS.
           IF WS-FS-WOFFLOG NOT = "00"
               MOVE "10" TO WS-FS-WOFFLOG
           END-IF.

           OPEN INPUT LOG-RENEGOCIACOES.
           IF WS-FS-RENEGLOG NOT = "00"
               MOVE "10" TO WS-FS-RENEGLOG
           END-IF.

           OPEN INPUT LOG-FATURAMENTO.
           IF WS-FS-CTRFLOG NOT = "00"
               MOVE "10" TO WS-FS-CTRFLOG
           END-IF.

           OPEN OUTPUT RELATORIO-PROVA.

           MOVE SPACES TO RPV-LINHA.
           STRING "PROVA DO SALDO DO CONTAS A RECEBER - DATA " DMV-DATA
               DELIMITED BY SIZE INTO RPV-LINHA.
           WRITE RPV-LINHA.

       1100-VALIDAR-CONTROLE.
           IF PRV-DATA IS NUMERIC AND PRV-SALDO-ABERTURA IS NUMERIC
                   AND PRV-SALDO-FECHAMENTO IS NUMERIC
               EVALUATE TRUE
                   WHEN PRV-DATA > DMV-DATA
                       SET CONTROLE-POSTERIOR TO TRUE
                   WHEN PRV-DATA = DMV-DATA
                       SET ABERTURA-DA-PROVA-ANTERIOR TO TRUE
                       MOVE PRV-DATA-ABERTURA TO WS-DATA-ABERTURA
                       MOVE PRV-SALDO-ABERTURA TO WS-SALDO-ABERTURA
                   WHEN OTHER
                       SET ABERTURA-DA-PROVA-ANTERIOR TO TRUE
                       MOVE PRV-DATA TO WS-DATA-ABERTURA
                       MOVE PRV-SALDO-FECHAMENTO TO WS-SALDO-ABERTURA
               END-EVALUATE
           END-IF.

      *****************************************
      * SALDO DOS TITULOS E EMISSOES DA DATA PELA FAIXA DO
      * DOCUMENTO: AAAAMMDD = GERAREC, 9PPPPPNN = PLANO DE
      * RENEGOCIACAO, 7000SSSS = CHEQUE DEVOLVIDO, DEMAIS = PARCELAS
      * DO PARCELA. AS MENSALIDADES (8CCCAAMM) TEM EMISSAO PELO DIA
      * DE FATURAMENTO E ENTRAM PELO CTRFLOG
      *****************************************
       2000-SOMAR-TITULOS.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-TIPO-TITULO
                       ADD REC-SALDO TO WS-SALDO-CTRECEB
                       IF REC-DATA-EMISSAO = DMV-DATA
                           PERFORM 2100-CLASSIFICAR-EMISSAO
                       END-IF
                   END-IF
           END-READ.

       2100-CLASSIFICAR-EMISSAO.
           MOVE REC-DOCUMENTO TO WS-DOC-TITULO.
           EVALUATE TRUE
               WHEN REC-DOCUMENTO = DMV-DATA
                   ADD REC-VALOR TO WS-EMISSAO-GERAREC
               WHEN WS-DOC-PREFIXO = 8
                   CONTINUE
               WHEN WS-DOC-PREFIXO = 9
                   ADD REC-VALOR TO WS-EMISSAO-PLANO
               WHEN WS-DOC-CHQ-FAIXA = 7000
                   ADD REC-VALOR TO WS-EMISSAO-CHEQUE
               WHEN OTHER
                   ADD REC-VALOR TO WS-EMISSAO-PARCELA
           END-EVALUATE.

      *****************************************
      * PAGTLOG: BAIXA DO BAIXAREC (PRINCIPAL, JUROS E MULTA - O
      * PAGAMENTO E O TOTAL RECEBIDO E OS ENCARGOS VOLTAM SOMANDO)
      * OU COMPENSACAO DO APLICRED (CREDITO OU ADIANTAMENTO)
      *****************************************
       3000-SOMAR-PAGAMENTOS.
           READ LOG-PAGAMENTOS
               AT END
                   MOVE "10" TO WS-FS-PAGTLOG
               NOT AT END
                   IF PGB-DATA = DMV-DATA
                       EVALUATE TRUE
                           WHEN PGB-PAGAMENTO
                               PERFORM 3100-SOMAR-BAIXA
                           WHEN PGC-CREDITO-APLICADO
                               ADD PGC-VALOR TO WS-CREDITOS-APLICADOS
                           WHEN PGC-ADIANTAMENTO-APLICADO
                               ADD PGC-VALOR TO WS-ADIANT-APLICADOS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3100-SOMAR-BAIXA.
           IF PGB-JUROS IS NOT NUMERIC
               MOVE ZEROS TO PGB-JUROS
           END-IF.
           IF PGB-MULTA IS NOT NUMERIC
               MOVE ZEROS TO PGB-MULTA
           END-IF.
           ADD PGB-PRINCIPAL PGB-JUROS PGB-MULTA TO WS-PAGAMENTOS.
           ADD PGB-JUROS TO WS-JUROS.
           ADD PGB-MULTA TO WS-MULTAS.

       4000-SOMAR-PERDAS.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   IF WOF-DATA = DMV-DATA
                       ADD WOF-VALOR TO WS-PERDAS
                   END-IF
           END-READ.

      *****************************************
      * RENEGLOG: AS LINHAS "T" SAO OS TITULOS ORIGINAIS ZERADOS NA
      * RENEGOCIACAO; AS PARCELAS DO PLANO ENTRAM COMO EMISSAO
      *****************************************
       5000-SOMAR-RENEGOCIADOS.
           READ LOG-RENEGOCIACOES
               AT END
                   MOVE "10" TO WS-FS-RENEGLOG
               NOT AT END
                   IF RNL-TIPO-ORIGINAL AND RNL-O-DATA = DMV-DATA
                       ADD RNL-O-SALDO TO WS-RENEGOCIADOS
                   END-IF
           END-READ.

       6000-SOMAR-CONTRATOS.
           READ LOG-FATURAMENTO
               AT END
                   MOVE "10" TO WS-FS-CTRFLOG
               NOT AT END
                   IF CFL-DATA = DMV-DATA
                       ADD CFL-VALOR TO WS-EMISSAO-CONTRATO
                   END-IF
           END-READ.

       9000-FINALIZAR.
           COMPUTE WS-MOVIMENTO-LIQUIDO =
               WS-EMISSAO-GERAREC + WS-EMISSAO-PARCELA
               + WS-EMISSAO-CONTRATO + WS-EMISSAO-PLANO
               + WS-EMISSAO-CHEQUE
               - WS-PAGAMENTOS - WS-CREDITOS-APLICADOS
               - WS-ADIANT-APLICADOS - WS-RENEGOCIADOS - WS-PERDAS
               + WS-JUROS + WS-MULTAS.

           IF PRIMEIRA-PROVA
               COMPUTE WS-SALDO-ABERTURA =
                   WS-SALDO-CTRECEB - WS-MOVIMENTO-LIQUIDO
           END-IF.

           COMPUTE WS-SALDO-CALCULADO =
               WS-SALDO-ABERTURA + WS-MOVIMENTO-LIQUIDO.
           COMPUTE WS-DIFERENCA =
               WS-SALDO-CTRECEB - WS-SALDO-CALCULADO.

           MOVE SPACES TO RPV-LINHA.
           IF PRIMEIRA-PROVA OR WS-DATA-ABERTURA = DMV-DATA
               MOVE SPACES TO RPV-LINHA
               STRING "SEM PROVA ANTERIOR - ABERTURA APURADA PELO "
                   "SALDO ATUAL"
                   DELIMITED BY SIZE INTO RPV-LINHA
           ELSE
               STRING "ABERTURA = SALDO FINAL DA PROVA DE "
                   WS-DATA-ABERTURA DELIMITED BY SIZE INTO RPV-LINHA
           END-IF.
           WRITE RPV-LINHA.

           MOVE WS-SALDO-ABERTURA TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "SALDO DE ABERTURA" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-EMISSAO-GERAREC TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) TITULOS DO DIA - GERAREC" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-EMISSAO-PARCELA TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) PARCELAS DE PLANO - PARCELA" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-EMISSAO-CONTRATO TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) MENSALIDADES DE CONTRATO - CONTRFAT" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-EMISSAO-PLANO TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) PLANOS DE RENEGOCIACAO - RENEGOC" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-EMISSAO-CHEQUE TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) CHEQUES DEVOLVIDOS - CHQMNT" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-PAGAMENTOS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(-) PAGAMENTOS RECEBIDOS - BAIXAREC" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-CREDITOS-APLICADOS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(-) NOTAS DE CREDITO APLICADAS - APLICRED" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-ADIANT-APLICADOS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(-) ADIANTAMENTOS APLICADOS - APLICRED" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-RENEGOCIADOS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(-) TITULOS RENEGOCIADOS - RENEGOC" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-PERDAS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(-) BAIXAS COMO PERDA - RECWOFF" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-JUROS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) JUROS RECEBIDOS" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-MULTAS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(+) MULTAS RECEBIDAS" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-SALDO-CALCULADO TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(=) SALDO FINAL CALCULADO" TO RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           MOVE WS-SALDO-CTRECEB TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "SOMA DE REC-SALDO DOS TITULOS NO CTRECEB" TO
               RPV-LINHA(17:60).
           WRITE RPV-LINHA.

           IF WS-DIFERENCA NOT = ZEROS
               SET PROVA-DIVERGENTE TO TRUE
               MOVE WS-DIFERENCA TO WS-VALOR-EDITADO
               PERFORM 9100-GRAVAR-PERNA
               MOVE "*** DIFERENCA CTRECEB X SALDO CALCULADO ***" TO
                   RPV-LINHA(17:60)
               WRITE RPV-LINHA
               MOVE "SALDO DO CONTAS A RECEBER NAO FECHA - INVESTIGAR"
                   TO RPV-LINHA
               WRITE RPV-LINHA
               DISPLAY "*** RECPROVA: O CONTAS A RECEBER DE " DMV-DATA
                   " NAO FECHA - VER RELPROVA ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "SALDO DO CONTAS A RECEBER PROVADO SEM DIFERENCAS"
                   TO RPV-LINHA
               WRITE RPV-LINHA
               DISPLAY "RECPROVA: CONTAS A RECEBER DE " DMV-DATA
                   " PROVADO SEM DIFERENCAS"
           END-IF.

           PERFORM 9200-GRAVAR-CONTROLE.

       9100-GRAVAR-PERNA.
           MOVE SPACES TO RPV-LINHA.
           MOVE WS-VALOR-EDITADO TO RPV-LINHA(1:14).

      *****************************************
      * O FECHAMENTO GRAVADO E O SALDO REAL DO CTRECEB: A PROVA DO
      * DIA SEGUINTE PARTE DELE MESMO COM DIFERENCA HOJE
      *****************************************
       9200-GRAVAR-CONTROLE.
           IF PRIMEIRA-PROVA
               MOVE DMV-DATA TO WS-DATA-ABERTURA
           END-IF.

           OPEN OUTPUT CONTROLE-PROVA.
           MOVE SPACES TO PRV-LINHA.
           MOVE DMV-DATA TO PRV-DATA.
           MOVE WS-DATA-ABERTURA TO PRV-DATA-ABERTURA.
           MOVE WS-SALDO-ABERTURA TO PRV-SALDO-ABERTURA.
           MOVE WS-SALDO-CTRECEB TO PRV-SALDO-FECHAMENTO.
           WRITE PRV-LINHA.
           CLOSE CONTROLE-PROVA.

       9900-FECHAR-ARQUIVOS.
           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-PAGTLOG = "10"
               CLOSE LOG-PAGAMENTOS
           END-IF.
           IF WS-FS-WOFFLOG = "10"
               CLOSE LOG-PERDAS
           END-IF.
           IF WS-FS-RENEGLOG = "10"
               CLOSE LOG-RENEGOCIACOES
           END-IF.
           IF WS-FS-CTRFLOG = "10"
               CLOSE LOG-FATURAMENTO
           END-IF.
           CLOSE RELATORIO-PROVA.

       END PROGRAM RECPROVA.
