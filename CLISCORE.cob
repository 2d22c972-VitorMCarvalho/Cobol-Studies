       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISCORE.
      *************************************
      *OBJETIVO: SCORE COMPORTAMENTAL DE CREDITO MENSAL POR CLIENTE,
      *RODADO NO FECHAMENTO DO MES NO MOLDE DO PDDMES: PARTE DE 500
      *PONTOS E SOMA OU TIRA PELA PONTUALIDADE DOS PAGAMENTOS DOS
      *ULTIMOS 12 MESES (PAGTLOG CONTRA O VENCIMENTO DO TITULO NO
      *CTRECEB), PELOS MESES COM SALDO ATRASADO NAS FOTOS DO AGING
      *(AGINGSNP), POR PERDA BAIXADA NO PERIODO (WOFFLOG), POR
      *TITULO NEGATIVADO EM ABERTO, PELO TEMPO DE CASA (PRIMEIRO MES
      *COM COMPRA NO VENDCLI) E PELO VOLUME COMPRADO EM 12 MESES,
      *LIMITADO DE 0 A 1000. SCORE, FAIXA (A ATE E) E DATA FICAM NO
      *CADCLI E APARECEM NA CONSULTA DO CLIENTES. O LIMITE NAO E
      *MEXIDO: FAIXA A/B QUE JA USA O LIMITE (MAIOR COMPRA MENSAL NO
      *ANO PERTO DO TETO) GANHA PROPOSTA DE AUMENTO E FAIXA D/E
      *PROPOSTA DE REDUCAO, AMBAS NA FILA DE APROVACAO APRLIM DO
      *CLIENTES (SOLICITANTE CLISCORE). PENDENCIA DIGITADA POR
      *OPERADOR NAO E SUBSTITUIDA; PROPOSTA AUTOMATICA ANTERIOR E
      *SUBSTITUIDA OU RETIRADA CONFORME O NOVO SCORE. RELATORIO EM
      *RELSCORE. O ANO/MES VEM DO CHAMADOR (O FECHAMES PASSA O
      *PERIODO FECHADO) OU DA LINHA DE COMANDO (AAAAMM); SEM
      *PARAMETRO VALE O MES DA DATA DE MOVIMENTO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT FOTOS-AGING ASSIGN TO "AGINGSNP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WS-FS-AGINGSNP.

               SELECT VENDAS-CLIENTE ASSIGN TO "VENDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDC-CHAVE
                   FILE STATUS IS WS-FS-VENDCLI.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT LOG-PAGAMENTOS ASSIGN TO "PAGTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PAGTLOG.

               SELECT LOG-PERDAS ASSIGN TO "WOFFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WOFFLOG.

               SELECT APROVACOES-LIMITE ASSIGN TO "APRLIM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APR-CODIGO
                   FILE STATUS IS WS-FS-APRLIM.

               SELECT CONFIG-SCORE ASSIGN TO "SCORECFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SCORECFG.

               SELECT RELATORIO-SCORE ASSIGN TO "RELSCORE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELSCORE.
       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  FOTOS-AGING
               LABEL RECORD IS STANDARD.
               COPY "AGESNAP-REG.CPY".

           FD  VENDAS-CLIENTE
               LABEL RECORD IS STANDARD.
               COPY "VENDCLI-REG.CPY".

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

           FD  APROVACOES-LIMITE
               LABEL RECORD IS STANDARD.
           01  APR-REGISTRO.
               05 APR-CODIGO PIC 9(6).
               05 APR-LIMITE-ANTES PIC 9(8)V99.
               05 APR-LIMITE-DEPOIS PIC 9(8)V99.
               05 APR-OPERADOR PIC X(10).
               05 APR-DATA PIC 9(8).
               05 APR-HORA PIC 9(8).

      *****************************************
      * PERCENTUAL DE AUMENTO (FAIXA A; B RECEBE A METADE), DE
      * REDUCAO (FAIXA E; D RECEBE A METADE) E USO MINIMO DO LIMITE
      * PARA PROPOR AUMENTO (EX: 2000 3000 080)
      *****************************************
           FD  CONFIG-SCORE
               LABEL RECORD IS STANDARD.
           01  SCF-LINHA.
               05 SCF-PERC-AUMENTO PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 SCF-PERC-REDUCAO PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 SCF-USO-MINIMO PIC 9(3).

           FD  RELATORIO-SCORE
               LABEL RECORD IS STANDARD.
           01  RSC-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-AGINGSNP PIC X(2) VALUE "00".
           77 WS-FS-VENDCLI PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-PAGTLOG PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-APRLIM PIC X(2) VALUE "00".
           77 WS-FS-SCORECFG PIC X(2) VALUE "00".
           77 WS-FS-RELSCORE PIC X(2) VALUE "00".
           77 WS-PERC-AUMENTO PIC 9(2)V99 VALUE 20.
           77 WS-PERC-REDUCAO PIC 9(2)V99 VALUE 30.
           77 WS-USO-MINIMO PIC 9(3) VALUE 80.
           77 WS-CMP-I PIC 9(4).
           77 WS-CMP-QTD PIC 9(4) VALUE ZEROS.
           77 WS-CMP-BUSCA PIC 9(6).
           77 WS-MES-I PIC 9(2).
           77 WS-FAIXA-I PIC 9(1).
           77 WS-SCORE PIC S9(5).
           77 WS-PTS-PONTUALIDADE PIC S9(4).
           77 WS-PTS-AGING PIC S9(4).
           77 WS-PTS-PERDA PIC S9(4).
           77 WS-PTS-NEGATIVACAO PIC S9(4).
           77 WS-PTS-TEMPO PIC S9(4).
           77 WS-PTS-VOLUME PIC S9(4).
           77 WS-PERC-EM-DIA PIC 9(3)V99.
           77 WS-PAGO-TOTAL PIC 9(10)V99.
           77 WS-PTS-MES PIC S9(4).
           77 WS-MESES-CASA PIC 9(4).
           77 WS-PRIMEIRO-PERIODO PIC 9(6).
           77 WS-PERIODO-VENDA PIC 9(6).
           77 WS-COMPRAS-12M PIC 9(10)V99.
           77 WS-MAIOR-MES PIC 9(8)V99.
           77 WS-USO-LIMITE PIC 9(5)V99.
           77 WS-FAIXA-ANTERIOR PIC X(1).
           77 WS-FAIXA-NOVA PIC X(1).
           77 WS-NEGATIVACAO PIC X(1).
               88 NEGATIVACAO-CONFIRMADA VALUE "C".
               88 NEGATIVACAO-ENVIADA VALUE "E".
               88 SEM-NEGATIVACAO VALUE "N".
           77 WS-LIMITE-NOVO PIC 9(8).
           77 WS-PERC-PROPOSTA PIC 9(2)V99.
           77 WS-PROPOSTA PIC X(1).
               88 PROPOR-AUMENTO VALUE "A".
               88 PROPOR-REDUCAO VALUE "R".
               88 SEM-PROPOSTA VALUE "N".
           77 WS-SITUACAO-PROPOSTA PIC X(24).
           77 WS-DATA-CORTE PIC 9(8).
           77 WS-CONT-CLIENTES PIC 9(6) VALUE ZEROS.
           77 WS-CONT-AUMENTOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-REDUCOES PIC 9(6) VALUE ZEROS.
           77 WS-CONT-MANUAIS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-RETIRADAS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-SCORE-EDITADO PIC ZZZ9.
           77 WS-PTS-EDITADO PIC +ZZ9.
           77 WS-LIMITE-EDITADO PIC Z(7)9,99.
           77 WS-NOVO-EDITADO PIC Z(7)9,99.
           77 WS-TABELA-CMP-SW PIC X(1) VALUE "N".
               88 TABELA-CHEIA VALUE "S".
           01 WS-CONT-FAIXAS.
               05 WS-CONT-FAIXA PIC 9(6) OCCURS 5 TIMES.
           01 WS-LETRAS-FAIXA PIC X(5) VALUE "ABCDE".
           01 WS-LETRAS-TAB REDEFINES WS-LETRAS-FAIXA.
               05 WS-LETRA-FAIXA PIC X(1) OCCURS 5 TIMES.
           01 WS-COMPORTAMENTO.
               05 WS-CMP-ITEM OCCURS 3000 TIMES.
                   10 WS-CMP-CLIENTE PIC 9(6).
                   10 WS-CMP-EM-DIA PIC 9(10)V99.
                   10 WS-CMP-ATRASO PIC 9(10)V99.
                   10 WS-CMP-PERDAS PIC 9(10)V99.
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-SCORE.
               05 WS-PS-ANO PIC 9(4).
               05 WS-PS-MES PIC 9(2).
           01 WS-PERIODO-CORTE.
               05 WS-PC-ANO PIC 9(4).
               05 WS-PC-MES PIC 9(2).
           01 WS-PERIODO-FOTO.
               05 WS-PF-ANO PIC 9(4).
               05 WS-PF-MES PIC 9(2).
           COPY "DATMOV-REG.CPY".

       LINKAGE SECTION.
           77 LK-PERIODO PIC X(6).

       PROCEDURE DIVISION USING LK-PERIODO.
       0001-PRINCIPAL.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.

           IF WS-PERIODO-PARM IS NOT NUMERIC
                   OR WS-PERIODO-PARM = ZEROS
               MOVE LK-PERIODO TO WS-PERIODO-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           IF WS-FS-CADCLI = "00"
               PERFORM 1200-APURAR-PAGAMENTOS
               PERFORM 1300-APURAR-PERDAS
               PERFORM 2000-PROCESSAR UNTIL WS-FS-CADCLI NOT = "00"
           END-IF.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-SCORE
           ELSE
               MOVE WS-DM-ANO TO WS-PS-ANO
               MOVE WS-DM-MES TO WS-PS-MES
           END-IF.

      *    JANELA DE 12 MESES: DEPOIS DO PERIODO DE CORTE ATE O
      *    PERIODO DO SCORE, INCLUSIVE
           COMPUTE WS-PC-ANO = WS-PS-ANO - 1.
           MOVE WS-PS-MES TO WS-PC-MES.
           COMPUTE WS-DATA-CORTE = (WS-PC-ANO * 10000) +
               (WS-PC-MES * 100) + 99.

           MOVE ZEROS TO WS-CONT-FAIXAS.
           PERFORM 1100-CARREGAR-CONFIG.

           OPEN I-O CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI AUSENTE - SCORE NAO CALCULADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT FOTOS-AGING.
           OPEN INPUT VENDAS-CLIENTE.
           OPEN INPUT CONTAS-RECEBER.

           OPEN I-O APROVACOES-LIMITE.
           IF WS-FS-APRLIM = "35"
               OPEN OUTPUT APROVACOES-LIMITE
               CLOSE APROVACOES-LIMITE
               OPEN I-O APROVACOES-LIMITE
           END-IF.

           OPEN OUTPUT RELATORIO-SCORE.
           MOVE SPACES TO RSC-LINHA.
           STRING "SCORE COMPORTAMENTAL DE CREDITO - PERIODO "
               WS-PS-ANO "/" WS-PS-MES " - CALCULADO EM " DMV-DATA
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.
           MOVE SPACES TO RSC-LINHA.
           WRITE RSC-LINHA.
           MOVE SPACES TO RSC-LINHA.
           STRING "CODIGO NOME                           SCORE FX ANT"
               " PONT AGIN PERD NEGA TEMP VOLU  LIMITE ATUAL"
               "    PROPOSTO SITUACAO"
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

      *****************************************
      * PADRAO SEM SCORECFG: AUMENTO DE 20% (A) / 10% (B), REDUCAO
      * DE 30% (E) / 15% (D) E USO MINIMO DE 80% DO LIMITE
      *****************************************
       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-SCORE.
           IF WS-FS-SCORECFG = "00"
               READ CONFIG-SCORE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCF-PERC-AUMENTO IS NUMERIC
                           MOVE SCF-PERC-AUMENTO TO WS-PERC-AUMENTO
                       END-IF
                       IF SCF-PERC-REDUCAO IS NUMERIC
                           MOVE SCF-PERC-REDUCAO TO WS-PERC-REDUCAO
                       END-IF
                       IF SCF-USO-MINIMO IS NUMERIC
                               AND SCF-USO-MINIMO > ZEROS
                           MOVE SCF-USO-MINIMO TO WS-USO-MINIMO
                       END-IF
               END-READ
               CLOSE CONFIG-SCORE
           END-IF.
           MOVE "00" TO WS-FS-SCORECFG.

      *****************************************
      * PONTUALIDADE: PRINCIPAL PAGO NA JANELA, EM DIA (DATA DO
      * PAGAMENTO ATE O VENCIMENTO DO TITULO) OU COM ATRASO
      *****************************************
       1200-APURAR-PAGAMENTOS.
           OPEN INPUT LOG-PAGAMENTOS.
           IF WS-FS-PAGTLOG = "00"
               PERFORM 1210-LER-PAGAMENTO
                   UNTIL WS-FS-PAGTLOG NOT = "00"
               CLOSE LOG-PAGAMENTOS
           END-IF.
           MOVE "00" TO WS-FS-PAGTLOG.

       1210-LER-PAGAMENTO.
           READ LOG-PAGAMENTOS
               AT END
                   MOVE "10" TO WS-FS-PAGTLOG
               NOT AT END
                   IF PGB-PAGAMENTO
                           AND PGB-CLIENTE IS NUMERIC
                           AND PGB-DOCUMENTO IS NUMERIC
                           AND PGB-DATA(1:6) > WS-PERIODO-CORTE
                           AND PGB-DATA(1:6) <= WS-PERIODO-SCORE
                       PERFORM 1220-CLASSIFICAR-PAGAMENTO
                   END-IF
           END-READ.

       1220-CLASSIFICAR-PAGAMENTO.
           MOVE PGB-CLIENTE TO REC-CLIENTE WS-CMP-BUSCA.
           MOVE PGB-DOCUMENTO TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8000-LOCALIZAR-CLIENTE
                   IF WS-CMP-I > ZEROS
                       IF PGB-DATA > REC-VENCIMENTO
                           ADD PGB-PRINCIPAL TO WS-CMP-ATRASO(WS-CMP-I)
                       ELSE
                           ADD PGB-PRINCIPAL TO WS-CMP-EM-DIA(WS-CMP-I)
                       END-IF
                   END-IF
           END-READ.

       1300-APURAR-PERDAS.
           OPEN INPUT LOG-PERDAS.
           IF WS-FS-WOFFLOG = "00"
               PERFORM 1310-LER-PERDA UNTIL WS-FS-WOFFLOG NOT = "00"
               CLOSE LOG-PERDAS
           END-IF.
           MOVE "00" TO WS-FS-WOFFLOG.

       1310-LER-PERDA.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   IF WOF-CLIENTE IS NUMERIC
                           AND WOF-DATA > WS-DATA-CORTE
                           AND WOF-DATA(1:6) <= WS-PERIODO-SCORE
                       MOVE WOF-CLIENTE TO WS-CMP-BUSCA
                       PERFORM 8000-LOCALIZAR-CLIENTE
                       IF WS-CMP-I > ZEROS
                           ADD WOF-VALOR TO WS-CMP-PERDAS(WS-CMP-I)
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESSAR.
           READ CADASTRO-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CADCLI
               NOT AT END
                   IF NOT CLI-ATIVO-NAO
                       PERFORM 2100-PONTUAR-CLIENTE
                   END-IF
           END-READ.

      *****************************************
      * SCORE = 500 + PONTUALIDADE (-200 A +200) + AGING (ATE -240)
      * + PERDA (-300) + NEGATIVACAO (-250 CONFIRMADA, -100 ENVIADA)
      * + TEMPO DE CASA (5 POR MES, ATE 120) + VOLUME (1 POR R$ 100
      * COMPRADOS EM 12 MESES, ATE 150), LIMITADO DE 0 A 1000
      *****************************************
       2100-PONTUAR-CLIENTE.
           PERFORM 2200-AVALIAR-PONTUALIDADE.
           PERFORM 2300-AVALIAR-AGING.
           PERFORM 2400-AVALIAR-NEGATIVACAO.
           PERFORM 2500-AVALIAR-COMPRAS.

           COMPUTE WS-SCORE = 500 + WS-PTS-PONTUALIDADE
               + WS-PTS-AGING + WS-PTS-PERDA + WS-PTS-NEGATIVACAO
               + WS-PTS-TEMPO + WS-PTS-VOLUME.
           IF WS-SCORE < ZEROS
               MOVE ZEROS TO WS-SCORE
           END-IF.
           IF WS-SCORE > 1000
               MOVE 1000 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE >= 800
                   MOVE 1 TO WS-FAIXA-I
               WHEN WS-SCORE >= 650
                   MOVE 2 TO WS-FAIXA-I
               WHEN WS-SCORE >= 500
                   MOVE 3 TO WS-FAIXA-I
               WHEN WS-SCORE >= 350
                   MOVE 4 TO WS-FAIXA-I
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA-I
           END-EVALUATE.
           MOVE WS-LETRA-FAIXA(WS-FAIXA-I) TO WS-FAIXA-NOVA.
           ADD 1 TO WS-CONT-FAIXA(WS-FAIXA-I).

           MOVE CLI-FAIXA-SCORE TO WS-FAIXA-ANTERIOR.
           MOVE WS-SCORE TO CLI-SCORE.
           MOVE WS-FAIXA-NOVA TO CLI-FAIXA-SCORE.
           MOVE DMV-DATA TO CLI-DATA-SCORE.
           REWRITE CLI-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O SCORE DO CLIENTE "
                       CLI-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CLIENTES
           END-REWRITE.

           PERFORM 2600-PROPOR-LIMITE.
           PERFORM 2900-LISTAR-CLIENTE.

       2200-AVALIAR-PONTUALIDADE.
           MOVE ZEROS TO WS-PTS-PONTUALIDADE WS-PTS-PERDA.
           MOVE CLI-CODIGO TO WS-CMP-BUSCA.
           PERFORM 8100-PROCURAR-CLIENTE.

           IF WS-CMP-I > ZEROS
               COMPUTE WS-PAGO-TOTAL = WS-CMP-EM-DIA(WS-CMP-I) +
                   WS-CMP-ATRASO(WS-CMP-I)
               IF WS-PAGO-TOTAL > ZEROS
                   COMPUTE WS-PERC-EM-DIA ROUNDED =
                       WS-CMP-EM-DIA(WS-CMP-I) * 100 / WS-PAGO-TOTAL
                   COMPUTE WS-PTS-PONTUALIDADE ROUNDED =
                       (WS-PERC-EM-DIA - 50) * 4
               END-IF
               IF WS-CMP-PERDAS(WS-CMP-I) > ZEROS
                   MOVE -300 TO WS-PTS-PERDA
               END-IF
           END-IF.

      *****************************************
      * AS 12 FOTOS DO AGING DA JANELA: CADA MES COM SALDO NA FAIXA
      * 31-60 TIRA 20, 61-90 TIRA 40 E ACIMA DE 90 TIRA 60 (VALE A
      * PIOR FAIXA DO MES), ATE O MAXIMO DE 240
      *****************************************
       2300-AVALIAR-AGING.
           MOVE ZEROS TO WS-PTS-AGING.
           MOVE WS-PERIODO-SCORE TO WS-PERIODO-FOTO.

           PERFORM VARYING WS-MES-I FROM 1 BY 1 UNTIL WS-MES-I > 12
               MOVE WS-PF-ANO TO SNP-ANO
               MOVE WS-PF-MES TO SNP-MES
               MOVE CLI-CODIGO TO SNP-CLIENTE
               READ FOTOS-AGING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2310-PONTUAR-FOTO
               END-READ
               IF WS-PF-MES = 1
                   MOVE 12 TO WS-PF-MES
                   SUBTRACT 1 FROM WS-PF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-PF-MES
               END-IF
           END-PERFORM.

           IF WS-PTS-AGING < -240
               MOVE -240 TO WS-PTS-AGING
           END-IF.

       2310-PONTUAR-FOTO.
           EVALUATE TRUE
               WHEN SNP-FAIXA-TOTAL(5) > ZEROS
                   MOVE -60 TO WS-PTS-MES
               WHEN SNP-FAIXA-TOTAL(4) > ZEROS
                   MOVE -40 TO WS-PTS-MES
               WHEN SNP-FAIXA-TOTAL(3) > ZEROS
                   MOVE -20 TO WS-PTS-MES
               WHEN OTHER
                   MOVE ZEROS TO WS-PTS-MES
           END-EVALUATE.
           ADD WS-PTS-MES TO WS-PTS-AGING.

      *****************************************
      * TITULO EM ABERTO COM NEGATIVACAO NO BIROU (CONFIRMADA PESA
      * MAIS QUE APENAS ENVIADA)
      *****************************************
       2400-AVALIAR-NEGATIVACAO.
           SET SEM-NEGATIVACAO TO TRUE.
           MOVE CLI-CODIGO TO REC-CLIENTE.
           MOVE ZEROS TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CTRECEB
           END-START.

           PERFORM 2410-LER-TITULO-CLIENTE
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           EVALUATE TRUE
               WHEN NEGATIVACAO-CONFIRMADA
                   MOVE -250 TO WS-PTS-NEGATIVACAO
               WHEN NEGATIVACAO-ENVIADA
                   MOVE -100 TO WS-PTS-NEGATIVACAO
               WHEN OTHER
                   MOVE ZEROS TO WS-PTS-NEGATIVACAO
           END-EVALUATE.

       2410-LER-TITULO-CLIENTE.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
                           IF REC-NEG-CONFIRMADO
                               SET NEGATIVACAO-CONFIRMADA TO TRUE
                           END-IF
                           IF REC-NEG-ENVIADO AND SEM-NEGATIVACAO
                               SET NEGATIVACAO-ENVIADA TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * VENDCLI DO CLIENTE: PRIMEIRO MES COM COMPRA (TEMPO DE CASA),
      * TOTAL E MAIOR MES DA JANELA (VOLUME E USO DO LIMITE)
      *****************************************
       2500-AVALIAR-COMPRAS.
           MOVE ZEROS TO WS-PRIMEIRO-PERIODO WS-COMPRAS-12M
               WS-MAIOR-MES.
           MOVE CLI-CODIGO TO VDC-CODIGO.
           MOVE ZEROS TO VDC-ANO VDC-MES.
           START VENDAS-CLIENTE KEY IS NOT LESS THAN VDC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDCLI
           END-START.

           PERFORM 2510-LER-VENDA-CLIENTE
               UNTIL WS-FS-VENDCLI NOT = "00".
           MOVE "00" TO WS-FS-VENDCLI.

           MOVE ZEROS TO WS-MESES-CASA WS-PTS-TEMPO.
           IF WS-PRIMEIRO-PERIODO > ZEROS
               MOVE WS-PRIMEIRO-PERIODO TO WS-PERIODO-FOTO
               COMPUTE WS-MESES-CASA =
                   ((WS-PS-ANO - WS-PF-ANO) * 12) + WS-PS-MES
                   - WS-PF-MES
               IF WS-MESES-CASA > 24
                   MOVE 120 TO WS-PTS-TEMPO
               ELSE
                   COMPUTE WS-PTS-TEMPO = WS-MESES-CASA * 5
               END-IF
           END-IF.

           IF WS-COMPRAS-12M >= 15000
               MOVE 150 TO WS-PTS-VOLUME
           ELSE
               COMPUTE WS-PTS-VOLUME = WS-COMPRAS-12M / 100
           END-IF.

       2510-LER-VENDA-CLIENTE.
           READ VENDAS-CLIENTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDCLI
               NOT AT END
                   IF VDC-CODIGO NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-VENDCLI
                   ELSE
                       COMPUTE WS-PERIODO-VENDA =
                           (VDC-ANO * 100) + VDC-MES
                       IF WS-PRIMEIRO-PERIODO = ZEROS
                               AND WS-PERIODO-VENDA <= WS-PERIODO-SCORE
                           MOVE WS-PERIODO-VENDA TO WS-PRIMEIRO-PERIODO
                       END-IF
                       IF WS-PERIODO-VENDA > WS-PERIODO-CORTE
                               AND WS-PERIODO-VENDA <= WS-PERIODO-SCORE
                           ADD VDC-VALOR TO WS-COMPRAS-12M
                           IF VDC-VALOR > WS-MAIOR-MES
                               MOVE VDC-VALOR TO WS-MAIOR-MES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * PROPOSTA DE REVISAO DO LIMITE: AUMENTO PARA FAIXA A/B SEM
      * PERDA NEM NEGATIVACAO QUE USOU O LIMITE (MAIOR COMPRA MENSAL
      * DA JANELA >= USO MINIMO); REDUCAO PARA FAIXA D/E. CLIENTE SEM
      * LIMITE (A VISTA) NAO ENTRA NA REVISAO
      *****************************************
       2600-PROPOR-LIMITE.
           SET SEM-PROPOSTA TO TRUE.
           MOVE ZEROS TO WS-LIMITE-NOVO WS-USO-LIMITE.
           MOVE SPACES TO WS-SITUACAO-PROPOSTA.

           IF CLI-LIMITE-CREDITO > ZEROS
               COMPUTE WS-USO-LIMITE ROUNDED =
                   WS-MAIOR-MES * 100 / CLI-LIMITE-CREDITO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-USO-LIMITE
               END-COMPUTE
               EVALUATE WS-FAIXA-NOVA
                   WHEN "A"
                   WHEN "B"
                       IF WS-USO-LIMITE >= WS-USO-MINIMO
                               AND WS-PTS-PERDA = ZEROS
                               AND SEM-NEGATIVACAO
                           SET PROPOR-AUMENTO TO TRUE
                           MOVE WS-PERC-AUMENTO TO WS-PERC-PROPOSTA
                       END-IF
                   WHEN "D"
                   WHEN "E"
                       SET PROPOR-REDUCAO TO TRUE
                       MOVE WS-PERC-REDUCAO TO WS-PERC-PROPOSTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-FAIXA-NOVA = "B" OR WS-FAIXA-NOVA = "D"
               COMPUTE WS-PERC-PROPOSTA = WS-PERC-PROPOSTA / 2
           END-IF.

           IF PROPOR-AUMENTO
               COMPUTE WS-LIMITE-NOVO ROUNDED = CLI-LIMITE-CREDITO *
                   (100 + WS-PERC-PROPOSTA) / 100
           END-IF.
           IF PROPOR-REDUCAO
               COMPUTE WS-LIMITE-NOVO ROUNDED = CLI-LIMITE-CREDITO *
                   (100 - WS-PERC-PROPOSTA) / 100
           END-IF.
           IF NOT SEM-PROPOSTA
                   AND WS-LIMITE-NOVO = CLI-LIMITE-CREDITO
               SET SEM-PROPOSTA TO TRUE
           END-IF.

           PERFORM 2700-ATUALIZAR-FILA.

      *****************************************
      * FILA APRLIM (UMA PENDENCIA POR CLIENTE): PENDENCIA DE
      * OPERADOR FICA COMO ESTA; A DO CLISCORE E SUBSTITUIDA PELA
      * NOVA PROPOSTA OU RETIRADA QUANDO O SCORE NAO A SUSTENTA MAIS
      *****************************************
       2700-ATUALIZAR-FILA.
           MOVE CLI-CODIGO TO APR-CODIGO.
           READ APROVACOES-LIMITE
               INVALID KEY
                   IF NOT SEM-PROPOSTA
                       PERFORM 2710-MONTAR-PROPOSTA
                       WRITE APR-REGISTRO
                       END-WRITE
                       PERFORM 2720-CONTAR-PROPOSTA
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN APR-OPERADOR NOT = "CLISCORE"
                           IF NOT SEM-PROPOSTA
                               ADD 1 TO WS-CONT-MANUAIS
                               MOVE "PENDENCIA DE OPERADOR"
                                   TO WS-SITUACAO-PROPOSTA
                           END-IF
                       WHEN SEM-PROPOSTA
                           DELETE APROVACOES-LIMITE
                           END-DELETE
                           ADD 1 TO WS-CONT-RETIRADAS
                           MOVE "PROPOSTA ANTERIOR RETIRADA"
                               TO WS-SITUACAO-PROPOSTA
                       WHEN OTHER
                           PERFORM 2710-MONTAR-PROPOSTA
                           REWRITE APR-REGISTRO
                           END-REWRITE
                           PERFORM 2720-CONTAR-PROPOSTA
                   END-EVALUATE
           END-READ.

       2710-MONTAR-PROPOSTA.
           MOVE CLI-CODIGO TO APR-CODIGO.
           MOVE CLI-LIMITE-CREDITO TO APR-LIMITE-ANTES.
           MOVE WS-LIMITE-NOVO TO APR-LIMITE-DEPOIS.
           MOVE "CLISCORE" TO APR-OPERADOR.
           MOVE DMV-DATA TO APR-DATA.
           ACCEPT APR-HORA FROM TIME.

       2720-CONTAR-PROPOSTA.
           IF PROPOR-AUMENTO
               ADD 1 TO WS-CONT-AUMENTOS
               MOVE "AUMENTO NA FILA APRLIM" TO WS-SITUACAO-PROPOSTA
           ELSE
               ADD 1 TO WS-CONT-REDUCOES
               MOVE "REDUCAO NA FILA APRLIM" TO WS-SITUACAO-PROPOSTA
           END-IF.

       2900-LISTAR-CLIENTE.
           MOVE WS-SCORE TO WS-SCORE-EDITADO.
           MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING CLI-CODIGO " " CLI-NOME " " WS-SCORE-EDITADO "  "
               WS-FAIXA-NOVA "  " WS-FAIXA-ANTERIOR " "
               DELIMITED BY SIZE INTO RSC-LINHA.
           MOVE WS-PTS-PONTUALIDADE TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(54:4).
           MOVE WS-PTS-AGING TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(59:4).
           MOVE WS-PTS-PERDA TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(64:4).
           MOVE WS-PTS-NEGATIVACAO TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(69:4).
           MOVE WS-PTS-TEMPO TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(74:4).
           MOVE WS-PTS-VOLUME TO WS-PTS-EDITADO.
           MOVE WS-PTS-EDITADO TO RSC-LINHA(79:4).
           MOVE WS-LIMITE-EDITADO TO RSC-LINHA(84:11).
           IF NOT SEM-PROPOSTA
               MOVE WS-LIMITE-NOVO TO WS-NOVO-EDITADO
               MOVE WS-NOVO-EDITADO TO RSC-LINHA(96:11)
           END-IF.
           MOVE WS-SITUACAO-PROPOSTA TO RSC-LINHA(108:24).
           WRITE RSC-LINHA.

      *****************************************
      * TABELA DE COMPORTAMENTO DE PAGAMENTO POR CLIENTE: POSICIONA
      * WS-CMP-I NO CLIENTE WS-CMP-BUSCA (8000 INCLUI QUANDO NOVO;
      * 8100 SO PROCURA); ZERO QUANDO NAO ACHADO OU SEM ESPACO
      *****************************************
       8000-LOCALIZAR-CLIENTE.
           PERFORM 8100-PROCURAR-CLIENTE.

           IF WS-CMP-I = ZEROS
               IF WS-CMP-QTD < 3000
                   ADD 1 TO WS-CMP-QTD
                   MOVE WS-CMP-QTD TO WS-CMP-I
                   MOVE WS-CMP-BUSCA TO WS-CMP-CLIENTE(WS-CMP-I)
                   MOVE ZEROS TO WS-CMP-EM-DIA(WS-CMP-I)
                       WS-CMP-ATRASO(WS-CMP-I) WS-CMP-PERDAS(WS-CMP-I)
               ELSE
                   IF NOT TABELA-CHEIA
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE CLIENTES CHEIA (3000) - "
                           "PAGAMENTOS DOS DEMAIS FORA DO SCORE ***"
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8100-PROCURAR-CLIENTE.
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-QTD
                       OR WS-CMP-CLIENTE(WS-CMP-I) = WS-CMP-BUSCA
               CONTINUE
           END-PERFORM.
           IF WS-CMP-I > WS-CMP-QTD
               MOVE ZEROS TO WS-CMP-I
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO RSC-LINHA.
           WRITE RSC-LINHA.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               MOVE WS-CONT-FAIXA(WS-FAIXA-I) TO WS-CONT-EDITADO
               MOVE SPACES TO RSC-LINHA
               STRING "CLIENTES NA FAIXA " WS-LETRA-FAIXA(WS-FAIXA-I)
                   "............: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RSC-LINHA
               WRITE RSC-LINHA
           END-PERFORM.

           MOVE WS-CONT-CLIENTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING "CLIENTES PONTUADOS...........: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

           MOVE WS-CONT-AUMENTOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING "PROPOSTAS DE AUMENTO.........: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

           MOVE WS-CONT-REDUCOES TO WS-CONT-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING "PROPOSTAS DE REDUCAO.........: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

           MOVE WS-CONT-MANUAIS TO WS-CONT-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING "NAO ENFILEIRADAS (PENDENCIA DE OPERADOR): "
               WS-CONT-EDITADO DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

           MOVE WS-CONT-RETIRADAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RSC-LINHA.
           STRING "PROPOSTAS ANTERIORES RETIRADAS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RSC-LINHA.
           WRITE RSC-LINHA.

           IF WS-FS-CADCLI = "10"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE FOTOS-AGING.
           CLOSE VENDAS-CLIENTE.
           CLOSE CONTAS-RECEBER.
           CLOSE APROVACOES-LIMITE.
           CLOSE RELATORIO-SCORE.

           DISPLAY "SCORE DE CREDITO CALCULADO - RELATORIO EM RELSCORE".

       END PROGRAM CLISCORE.
