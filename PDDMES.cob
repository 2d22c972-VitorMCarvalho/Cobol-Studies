       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDMES.
      *************************************
      *OBJETIVO: CALCULO MENSAL DA PROVISAO PARA DEVEDORES DUVIDOSOS
      *(PDD) SOBRE A FOTO DO AGING DO PERIODO (AGINGSNP), RODADO NO
      *FECHAMENTO DO MES NO MOLDE DO AGESNAP/PONTEXP: CADA FAIXA DE
      *ATRASO RECEBE O PERCENTUAL DE PERDA DO PDDCFG (CLIENTE DE
      *CLASSE A NO CADCLI USA OS PERCENTUAIS PROPRIOS DA CLASSE A,
      *QUANDO CADASTRADOS) E O SALDO DE TITULOS COM NEGATIVACAO
      *CONFIRMADA E PROVISIONADO EM 100%. O RELPDD IMPRIME A
      *PROVISAO POR CLIENTE E POR FAIXA, A VARIACAO CONTRA A
      *PROVISAO DO MES ANTERIOR E AS PERDAS EFETIVAMENTE BAIXADAS NO
      *MES (WOFFLOG); O CALCULO FICA GUARDADO NO PDDHIST (BASE,
      *PERCENTUAL E PROVISAO POR FAIXA E CLIENTE) PARA A AUDITORIA.
      *O ANO/MES VEM DO CHAMADOR (O FECHAMES PASSA O PERIODO
      *FECHADO) OU DA LINHA DE COMANDO (AAAAMM); SEM PARAMETRO VALE
      *O MES DA DATA DE MOVIMENTO. REPROCESSAR O PERIODO REGRAVA O
      *HISTORICO DO PERIODO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FOTOS-AGING ASSIGN TO "AGINGSNP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNP-CHAVE
                   FILE STATUS IS WS-FS-AGINGSNP.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT HISTORICO-PDD ASSIGN TO "PDDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PDH-CHAVE
                   FILE STATUS IS WS-FS-PDDHIST.

               SELECT CONFIG-PDD ASSIGN TO "PDDCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PDDCFG.

               SELECT LOG-PERDAS ASSIGN TO "WOFFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WOFFLOG.

               SELECT RELATORIO-PDD ASSIGN TO "RELPDD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELPDD.
       DATA DIVISION.
           FILE SECTION.
           FD  FOTOS-AGING
               LABEL RECORD IS STANDARD.
               COPY "AGESNAP-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  HISTORICO-PDD
               LABEL RECORD IS STANDARD.
               COPY "PDDHIST-REG.CPY".

      *****************************************
      * UMA LINHA POR FAIXA: CLASSE G (GERAL) OU A (CLASSE A), FAIXA
      * 1 A 5 E PERCENTUAL DE PERDA (EX: G 5 05000 = 50,00%)
      *****************************************
           FD  CONFIG-PDD
               LABEL RECORD IS STANDARD.
           01  PCF-LINHA.
               05 PCF-CLASSE PIC X(1).
                   88 PCF-CLASSE-GERAL VALUE "G".
                   88 PCF-CLASSE-A VALUE "A".
               05 FILLER PIC X(1).
               05 PCF-FAIXA PIC 9(1).
               05 FILLER PIC X(1).
               05 PCF-PERCENTUAL PIC 9(3)V99.

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

           FD  RELATORIO-PDD
               LABEL RECORD IS STANDARD.
           01  RPD-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-AGINGSNP PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-PDDHIST PIC X(2) VALUE "00".
           77 WS-FS-PDDCFG PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-RELPDD PIC X(2) VALUE "00".
           77 WS-FAIXA-I PIC 9(1).
           77 WS-CLASSE PIC X(1).
           77 WS-BASE-NORMAL PIC 9(11)V99.
           77 WS-PROVISAO-CLIENTE PIC 9(11)V99.
           77 WS-BASE-CLIENTE PIC 9(11)V99.
           77 WS-NEGATIVADO-CLIENTE PIC 9(11)V99.
           77 WS-ANTERIOR-CLIENTE PIC 9(11)V99.
           77 WS-VARIACAO-CLIENTE PIC S9(11)V99.
           77 WS-TOTAL-PROVISAO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-BASE PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-NEGATIVADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-ANTERIOR PIC 9(11)V99 VALUE ZEROS.
           77 WS-ANTERIOR-CLIENTES PIC 9(11)V99 VALUE ZEROS.
           77 WS-LIBERADO PIC S9(11)V99 VALUE ZEROS.
           77 WS-VARIACAO PIC S9(11)V99 VALUE ZEROS.
           77 WS-PERDAS-MES PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-CLIENTES PIC 9(6) VALUE ZEROS.
           77 WS-CONT-PERDAS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-VALOR-EDITADO PIC Z(8)9,99.
           77 WS-TOTAL-EDITADO PIC Z(10)9,99.
           77 WS-VARIACAO-EDITADO PIC +Z(10)9,99.
           77 WS-PERC-EDITADO PIC ZZ9,99.
           77 WS-CADCLI-SW PIC X(1) VALUE "N".
               88 CADCLI-DISPONIVEL VALUE "S".
               88 CADCLI-INDISPONIVEL VALUE "N".
           77 WS-ANTERIOR-SW PIC X(1) VALUE "N".
               88 HA-PDD-ANTERIOR VALUE "S".
               88 SEM-PDD-ANTERIOR VALUE "N".
           01 WS-PERCENTUAIS.
               05 WS-PCT-GERAL PIC 9(3)V99 OCCURS 5 TIMES.
               05 WS-PCT-CLASSE-A PIC 9(3)V99 OCCURS 5 TIMES.
               05 WS-PCT-A-SW PIC X(1) OCCURS 5 TIMES.
                   88 PCT-A-CADASTRADO VALUE "S".
           01 WS-TOTAIS-FAIXA.
               05 WS-TFX-ITEM OCCURS 5 TIMES.
                   10 WS-TFX-BASE PIC 9(11)V99.
                   10 WS-TFX-NEGATIVADO PIC 9(11)V99.
                   10 WS-TFX-PROVISAO PIC 9(11)V99.
           01 WS-PROVISAO-LINHA.
               05 WS-PRL-VALOR PIC Z(8)9,99 OCCURS 5 TIMES.
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-PDD.
               05 WS-PP-ANO PIC 9(4).
               05 WS-PP-MES PIC 9(2).
           01 WS-PERIODO-ANTERIOR.
               05 WS-PA-ANO PIC 9(4).
               05 WS-PA-MES PIC 9(2).
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
           PERFORM 2000-PROCESSAR UNTIL WS-FS-AGINGSNP NOT = "00".
           PERFORM 3000-SOMAR-PERDAS UNTIL WS-FS-WOFFLOG NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-PDD
           ELSE
               MOVE WS-DM-ANO TO WS-PP-ANO
               MOVE WS-DM-MES TO WS-PP-MES
           END-IF.

           IF WS-PP-MES = 1
               COMPUTE WS-PA-ANO = WS-PP-ANO - 1
               MOVE 12 TO WS-PA-MES
           ELSE
               MOVE WS-PP-ANO TO WS-PA-ANO
               COMPUTE WS-PA-MES = WS-PP-MES - 1
           END-IF.

           MOVE ZEROS TO WS-TOTAIS-FAIXA.
           PERFORM 1100-CARREGAR-CONFIG.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               SET CADCLI-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O HISTORICO-PDD.
           IF WS-FS-PDDHIST = "35"
               OPEN OUTPUT HISTORICO-PDD
               CLOSE HISTORICO-PDD
               OPEN I-O HISTORICO-PDD
           END-IF.
           PERFORM 1200-LER-PDD-ANTERIOR.

           OPEN INPUT LOG-PERDAS.
           IF WS-FS-WOFFLOG NOT = "00"
               MOVE "10" TO WS-FS-WOFFLOG
           END-IF.

           OPEN OUTPUT RELATORIO-PDD.
           MOVE SPACES TO RPD-LINHA.
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - PERIODO "
               WS-PP-ANO "/" WS-PP-MES " - CALCULADA EM " DMV-DATA
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.
           PERFORM 1300-LISTAR-PERCENTUAIS.
           MOVE SPACES TO RPD-LINHA.
           WRITE RPD-LINHA.
           MOVE SPACES TO RPD-LINHA.
           STRING "CODIGO C     A VENCER        1-30       31-60"
               "       61-90         90+   NEGATIVADO       PROVISAO"
               "   MES ANTER.        VARIACAO"
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           OPEN INPUT FOTOS-AGING.
           IF WS-FS-AGINGSNP NOT = "00"
               DISPLAY "FOTO DO AGING AGINGSNP AUSENTE - PDD SEM BASE"
               MOVE "10" TO WS-FS-AGINGSNP
           ELSE
               MOVE WS-PP-ANO TO SNP-ANO
               MOVE WS-PP-MES TO SNP-MES
               MOVE ZEROS TO SNP-CLIENTE
               START FOTOS-AGING KEY IS NOT LESS THAN SNP-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-AGINGSNP
               END-START
               IF WS-FS-AGINGSNP NOT = "00"
                   DISPLAY "SEM FOTO DO AGING PARA O PERIODO "
                       WS-PP-ANO "/" WS-PP-MES
                   CLOSE FOTOS-AGING
                   MOVE "10" TO WS-FS-AGINGSNP
               END-IF
           END-IF.

      *****************************************
      * PADRAO SEM PDDCFG: 0,50% A VENCER, 3% ATE 30 DIAS, 10% ATE
      * 60, 30% ATE 90 E 50% ACIMA DE 90 DIAS. CLASSE A SEM LINHA
      * PROPRIA NA FAIXA FICA COM O PERCENTUAL GERAL
      *****************************************
       1100-CARREGAR-CONFIG.
           MOVE 0,50 TO WS-PCT-GERAL(1).
           MOVE 3,00 TO WS-PCT-GERAL(2).
           MOVE 10,00 TO WS-PCT-GERAL(3).
           MOVE 30,00 TO WS-PCT-GERAL(4).
           MOVE 50,00 TO WS-PCT-GERAL(5).
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               MOVE ZEROS TO WS-PCT-CLASSE-A(WS-FAIXA-I)
               MOVE "N" TO WS-PCT-A-SW(WS-FAIXA-I)
           END-PERFORM.

           OPEN INPUT CONFIG-PDD.
           IF WS-FS-PDDCFG = "00"
               PERFORM 1150-LER-CONFIG UNTIL WS-FS-PDDCFG NOT = "00"
               CLOSE CONFIG-PDD
           END-IF.
           MOVE "00" TO WS-FS-PDDCFG.

           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               IF NOT PCT-A-CADASTRADO(WS-FAIXA-I)
                   MOVE WS-PCT-GERAL(WS-FAIXA-I) TO
                       WS-PCT-CLASSE-A(WS-FAIXA-I)
               END-IF
           END-PERFORM.

       1150-LER-CONFIG.
           READ CONFIG-PDD
               AT END
                   MOVE "10" TO WS-FS-PDDCFG
               NOT AT END
                   IF PCF-FAIXA IS NUMERIC AND PCF-FAIXA >= 1
                           AND PCF-FAIXA <= 5
                           AND PCF-PERCENTUAL IS NUMERIC
                           AND PCF-PERCENTUAL <= 100
                       EVALUATE TRUE
                           WHEN PCF-CLASSE-GERAL
                               MOVE PCF-PERCENTUAL TO
                                   WS-PCT-GERAL(PCF-FAIXA)
                           WHEN PCF-CLASSE-A
                               MOVE PCF-PERCENTUAL TO
                                   WS-PCT-CLASSE-A(PCF-FAIXA)
                               MOVE "S" TO WS-PCT-A-SW(PCF-FAIXA)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************
      * PROVISAO DO MES ANTERIOR: REGISTRO DE TOTAIS (CLIENTE 000000)
      * DO PERIODO ANTERIOR NO PDDHIST
      *****************************************
       1200-LER-PDD-ANTERIOR.
           MOVE WS-PA-ANO TO PDH-ANO.
           MOVE WS-PA-MES TO PDH-MES.
           MOVE ZEROS TO PDH-CLIENTE.
           READ HISTORICO-PDD
               INVALID KEY
                   SET SEM-PDD-ANTERIOR TO TRUE
               NOT INVALID KEY
                   SET HA-PDD-ANTERIOR TO TRUE
                   MOVE PDH-TOTAL-PROVISAO TO WS-TOTAL-ANTERIOR
           END-READ.
           MOVE "00" TO WS-FS-PDDHIST.

       1300-LISTAR-PERCENTUAIS.
           MOVE SPACES TO RPD-LINHA.
           MOVE "PERCENTUAIS GERAIS   :" TO RPD-LINHA(1:22).
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               MOVE WS-PCT-GERAL(WS-FAIXA-I) TO WS-PERC-EDITADO
               MOVE WS-PERC-EDITADO TO
                   RPD-LINHA(WS-FAIXA-I * 12 + 4:6)
           END-PERFORM.
           WRITE RPD-LINHA.

           MOVE SPACES TO RPD-LINHA.
           MOVE "PERCENTUAIS CLASSE A :" TO RPD-LINHA(1:22).
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               MOVE WS-PCT-CLASSE-A(WS-FAIXA-I) TO WS-PERC-EDITADO
               MOVE WS-PERC-EDITADO TO
                   RPD-LINHA(WS-FAIXA-I * 12 + 4:6)
           END-PERFORM.
           MOVE "NEGATIVADOS: 100,00%" TO RPD-LINHA(71:20).
           WRITE RPD-LINHA.

       2000-PROCESSAR.
           READ FOTOS-AGING NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-AGINGSNP
               NOT AT END
                   IF SNP-ANO = WS-PP-ANO AND SNP-MES = WS-PP-MES
                       PERFORM 2100-CALCULAR-CLIENTE
                   ELSE
                       MOVE "10" TO WS-FS-AGINGSNP
                   END-IF
           END-READ.

      *****************************************
      * PROVISAO DA FAIXA = (SALDO - NEGATIVADO) X PERCENTUAL DA
      * CLASSE + NEGATIVADO INTEIRO
      *****************************************
       2100-CALCULAR-CLIENTE.
           ADD 1 TO WS-CONT-CLIENTES.

           MOVE SPACES TO WS-CLASSE.
           IF CADCLI-DISPONIVEL
               MOVE SNP-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-CLASSE-ABC TO WS-CLASSE
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           PERFORM 2200-LER-ANTERIOR-CLIENTE.

           MOVE SPACES TO PDH-REGISTRO.
           MOVE WS-PP-ANO TO PDH-ANO.
           MOVE WS-PP-MES TO PDH-MES.
           MOVE SNP-CLIENTE TO PDH-CLIENTE.
           MOVE WS-CLASSE TO PDH-CLASSE.
           MOVE ZEROS TO WS-PROVISAO-CLIENTE WS-BASE-CLIENTE
               WS-NEGATIVADO-CLIENTE.

           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               PERFORM 2150-CALCULAR-FAIXA
           END-PERFORM.

           MOVE WS-BASE-CLIENTE TO PDH-TOTAL-BASE.
           MOVE WS-PROVISAO-CLIENTE TO PDH-TOTAL-PROVISAO.
           MOVE WS-ANTERIOR-CLIENTE TO PDH-PROVISAO-ANTERIOR.
           MOVE ZEROS TO PDH-PERDAS-MES.
           MOVE DMV-DATA TO PDH-DATA-CALCULO.
           PERFORM 2300-GRAVAR-HISTORICO.

           ADD WS-BASE-CLIENTE TO WS-TOTAL-BASE.
           ADD WS-PROVISAO-CLIENTE TO WS-TOTAL-PROVISAO.
           ADD WS-NEGATIVADO-CLIENTE TO WS-TOTAL-NEGATIVADO.
           ADD WS-ANTERIOR-CLIENTE TO WS-ANTERIOR-CLIENTES.

           COMPUTE WS-VARIACAO-CLIENTE =
               WS-PROVISAO-CLIENTE - WS-ANTERIOR-CLIENTE.
           MOVE SPACES TO RPD-LINHA.
           MOVE WS-NEGATIVADO-CLIENTE TO WS-VALOR-EDITADO.
           MOVE WS-PROVISAO-CLIENTE TO WS-TOTAL-EDITADO.
           MOVE WS-VARIACAO-CLIENTE TO WS-VARIACAO-EDITADO.
           STRING SNP-CLIENTE " " WS-CLASSE " " WS-PROVISAO-LINHA
               " " WS-VALOR-EDITADO " " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPD-LINHA.
           MOVE WS-ANTERIOR-CLIENTE TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO RPD-LINHA(99:12).
           MOVE WS-VARIACAO-EDITADO TO RPD-LINHA(111:15).
           WRITE RPD-LINHA.

       2150-CALCULAR-FAIXA.
           MOVE SNP-FAIXA-NEGATIVADO(WS-FAIXA-I) TO
               PDH-BASE-NEGATIVADA(WS-FAIXA-I).
           MOVE SNP-FAIXA-TOTAL(WS-FAIXA-I) TO PDH-BASE(WS-FAIXA-I).
           IF WS-CLASSE = "A"
               MOVE WS-PCT-CLASSE-A(WS-FAIXA-I) TO
                   PDH-PERCENTUAL(WS-FAIXA-I)
           ELSE
               MOVE WS-PCT-GERAL(WS-FAIXA-I) TO
                   PDH-PERCENTUAL(WS-FAIXA-I)
           END-IF.

           COMPUTE WS-BASE-NORMAL = PDH-BASE(WS-FAIXA-I)
               - PDH-BASE-NEGATIVADA(WS-FAIXA-I).
           COMPUTE PDH-PROVISAO(WS-FAIXA-I) ROUNDED =
               WS-BASE-NORMAL * PDH-PERCENTUAL(WS-FAIXA-I) / 100
               + PDH-BASE-NEGATIVADA(WS-FAIXA-I).

           MOVE PDH-PROVISAO(WS-FAIXA-I) TO WS-PRL-VALOR(WS-FAIXA-I).
           ADD PDH-BASE(WS-FAIXA-I) TO WS-BASE-CLIENTE
               WS-TFX-BASE(WS-FAIXA-I).
           ADD PDH-BASE-NEGATIVADA(WS-FAIXA-I) TO WS-NEGATIVADO-CLIENTE
               WS-TFX-NEGATIVADO(WS-FAIXA-I).
           ADD PDH-PROVISAO(WS-FAIXA-I) TO WS-PROVISAO-CLIENTE
               WS-TFX-PROVISAO(WS-FAIXA-I).

       2200-LER-ANTERIOR-CLIENTE.
           MOVE ZEROS TO WS-ANTERIOR-CLIENTE.
           IF HA-PDD-ANTERIOR
               MOVE WS-PA-ANO TO PDH-ANO
               MOVE WS-PA-MES TO PDH-MES
               MOVE SNP-CLIENTE TO PDH-CLIENTE
               READ HISTORICO-PDD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PDH-TOTAL-PROVISAO TO WS-ANTERIOR-CLIENTE
               END-READ
               MOVE "00" TO WS-FS-PDDHIST
           END-IF.

       2300-GRAVAR-HISTORICO.
           WRITE PDH-REGISTRO
               INVALID KEY
                   REWRITE PDH-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O PDDHIST DO "
                               "CLIENTE " PDH-CLIENTE
                   END-REWRITE
           END-WRITE.
           MOVE "00" TO WS-FS-PDDHIST.

       3000-SOMAR-PERDAS.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   IF WOF-DATA(1:6) = WS-PERIODO-PDD
                       ADD 1 TO WS-CONT-PERDAS
                       ADD WOF-VALOR TO WS-PERDAS-MES
                   END-IF
           END-READ.

       9000-FINALIZAR.
           MOVE SPACES TO RPD-LINHA.
           WRITE RPD-LINHA.
           MOVE SPACES TO RPD-LINHA.
           STRING "PROVISAO POR FAIXA           SALDO    NEGATIVADO"
               "      PROVISAO"
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               PERFORM 9100-LISTAR-FAIXA
           END-PERFORM.

           COMPUTE WS-VARIACAO = WS-TOTAL-PROVISAO - WS-TOTAL-ANTERIOR.
           COMPUTE WS-LIBERADO = WS-TOTAL-ANTERIOR
               - WS-ANTERIOR-CLIENTES.

           MOVE SPACES TO RPD-LINHA.
           WRITE RPD-LINHA.
           MOVE WS-TOTAL-BASE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "SALDO EM ABERTO NA FOTO..........: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           MOVE WS-TOTAL-NEGATIVADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "NEGATIVADO (PROVISAO 100%).......: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "PDD DO PERIODO...................: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           MOVE SPACES TO RPD-LINHA.
           IF HA-PDD-ANTERIOR
               MOVE WS-TOTAL-ANTERIOR TO WS-TOTAL-EDITADO
               STRING "PDD DO MES ANTERIOR (" WS-PA-ANO "/" WS-PA-MES
                   ")........: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO RPD-LINHA
           ELSE
               STRING "PDD DO MES ANTERIOR (" WS-PA-ANO "/" WS-PA-MES
                   ")........: SEM CALCULO NO PDDHIST"
                   DELIMITED BY SIZE INTO RPD-LINHA
           END-IF.
           WRITE RPD-LINHA.

           MOVE WS-VARIACAO TO WS-VARIACAO-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "VARIACAO DA PROVISAO NO MES....: "
               WS-VARIACAO-EDITADO DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           MOVE WS-LIBERADO TO WS-VARIACAO-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "  LIBERADA DE CLIENTES SEM SALDO: "
               WS-VARIACAO-EDITADO DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           MOVE WS-PERDAS-MES TO WS-TOTAL-EDITADO.
           MOVE WS-CONT-PERDAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RPD-LINHA.
           STRING "PERDAS BAIXADAS NO MES (WOFFLOG).: " WS-TOTAL-EDITADO
               "  TITULOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RPD-LINHA.
           WRITE RPD-LINHA.

           PERFORM 9200-GRAVAR-TOTAIS.

           IF WS-FS-AGINGSNP = "10"
               CLOSE FOTOS-AGING
           END-IF.
           IF WS-FS-WOFFLOG = "10"
               CLOSE LOG-PERDAS
           END-IF.
           IF CADCLI-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE HISTORICO-PDD.
           CLOSE RELATORIO-PDD.

           MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-EDITADO.
           MOVE WS-CONT-CLIENTES TO WS-CONT-EDITADO.
           DISPLAY "PDD DO PERIODO " WS-PP-ANO "/" WS-PP-MES ": "
               WS-TOTAL-EDITADO " - CLIENTES: " WS-CONT-EDITADO
               " - RELATORIO EM RELPDD".

       9100-LISTAR-FAIXA.
           MOVE SPACES TO RPD-LINHA.
           EVALUATE WS-FAIXA-I
               WHEN 1
                   MOVE "A VENCER" TO RPD-LINHA(1:14)
               WHEN 2
                   MOVE "1 A 30 DIAS" TO RPD-LINHA(1:14)
               WHEN 3
                   MOVE "31 A 60 DIAS" TO RPD-LINHA(1:14)
               WHEN 4
                   MOVE "61 A 90 DIAS" TO RPD-LINHA(1:14)
               WHEN OTHER
                   MOVE "MAIS DE 90" TO RPD-LINHA(1:14)
           END-EVALUATE.
           MOVE WS-TFX-BASE(WS-FAIXA-I) TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO RPD-LINHA(21:14).
           MOVE WS-TFX-NEGATIVADO(WS-FAIXA-I) TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO RPD-LINHA(35:14).
           MOVE WS-TFX-PROVISAO(WS-FAIXA-I) TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO RPD-LINHA(49:14).
           WRITE RPD-LINHA.

      *****************************************
      * REGISTRO DE TOTAIS DO PERIODO (CLIENTE 000000): SALDO,
      * NEGATIVADO, PERCENTUAL GERAL E PROVISAO POR FAIXA, PROVISAO
      * DO MES ANTERIOR E PERDAS DO MES
      *****************************************
       9200-GRAVAR-TOTAIS.
           MOVE SPACES TO PDH-REGISTRO.
           MOVE WS-PP-ANO TO PDH-ANO.
           MOVE WS-PP-MES TO PDH-MES.
           MOVE ZEROS TO PDH-CLIENTE.
           MOVE "*" TO PDH-CLASSE.
           PERFORM VARYING WS-FAIXA-I FROM 1 BY 1 UNTIL WS-FAIXA-I > 5
               MOVE WS-TFX-BASE(WS-FAIXA-I) TO PDH-BASE(WS-FAIXA-I)
               MOVE WS-TFX-NEGATIVADO(WS-FAIXA-I) TO
                   PDH-BASE-NEGATIVADA(WS-FAIXA-I)
               MOVE WS-PCT-GERAL(WS-FAIXA-I) TO
                   PDH-PERCENTUAL(WS-FAIXA-I)
               MOVE WS-TFX-PROVISAO(WS-FAIXA-I) TO
                   PDH-PROVISAO(WS-FAIXA-I)
           END-PERFORM.
           MOVE WS-TOTAL-BASE TO PDH-TOTAL-BASE.
           MOVE WS-TOTAL-PROVISAO TO PDH-TOTAL-PROVISAO.
           MOVE WS-TOTAL-ANTERIOR TO PDH-PROVISAO-ANTERIOR.
           MOVE WS-PERDAS-MES TO PDH-PERDAS-MES.
           MOVE DMV-DATA TO PDH-DATA-CALCULO.
           PERFORM 2300-GRAVAR-HISTORICO.

       END PROGRAM PDDMES.
