       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMREL.
      *************************************
      *OBJETIVO: RELATORIO SEMANAL DE ANOMALIAS POR OPERADOR (RELANOM)
      *SOBRE OS 7 DIAS CORRIDOS ATE A DATA DE MOVIMENTO, CRUZANDO O
      *DETALHE DE VENDAS (VENDDET), AS LIBERACOES DE SUPERVISOR
      *(OVERLOG), OS CANCELAMENTOS DE NOTA (NFCANLOG) E O LIVRO DE
      *QUEBRAS DE CAIXA (QUEBRAS). APONTA, COM GRAU DE GRAVIDADE
      *(ALTA/MEDIA/BAIXA):
      *- ESTORNO LANCADO POUCO DEPOIS DE UMA VENDA DO PROPRIO
      *  OPERADOR (MESMO DIA, DENTRO DA JANELA EM MINUTOS);
      *- VENDAS REPETIDAS LOGO ABAIXO DO LIMITE DE CREDITO DO
      *  CLIENTE NO MES OU DO TETO DE DESCONTO DO DESCCFG (A MARGEM
      *  EM QUE NAO SE PEDE LIBERACAO);
      *- CONCENTRACAO DE DESCONTO OU DE NOTAS CANCELADAS NAS VENDAS
      *  DO OPERADOR ACIMA DO FATOR SOBRE A MEDIA DA LOJA, E DE
      *  CANCELAMENTOS EXECUTADOS E LIBERACOES CONCEDIDAS;
      *- VENDA FORA DA CURVA DO PROPRIO OPERADOR (MAIOR QUE A MEDIA
      *  MAIS N DESVIOS PADRAO DAS VENDAS DAS SEMANAS ANTERIORES, NO
      *  CALCULO DO PROJETO02);
      *- FALTA DE CAIXA NA SEMANA.
      *CADA OPERADOR COM ACHADO SAI COM O RESUMO DA SEMANA, A MEDIA E
      *O DESVIO DO HISTORICO E O HISTORICO DE QUEBRAS (FALTAS E
      *SOBRAS). PARAMETROS NO ANOMCFG. RODA NA SEGUNDA-FEIRA DENTRO
      *DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT LOG-CANCELAMENTOS ASSIGN TO "NFCANLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-NFCANLOG.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT CONFIG-DESCONTOS ASSIGN TO "DESCCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-DESCCFG.

               SELECT CONFIG-ANOMALIAS ASSIGN TO "ANOMCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ANOMCFG.

               SELECT RELATORIO-ANOMALIAS ASSIGN TO "RELANOM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELANOM.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK11".
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  LOG-CANCELAMENTOS
               LABEL RECORD IS STANDARD.
           01  NFL-LINHA PIC X(80).

           FD  LIVRO-QUEBRAS
               LABEL RECORD IS STANDARD.
           01  QBR-LINHA.
               05 QBR-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 QBR-OPERADOR PIC X(10).
               05 FILLER PIC X(1).
               05 QBR-CAIXA PIC 9(2).
               05 FILLER PIC X(1).
               05 QBR-SISTEMA PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 QBR-CONTADO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 QBR-DIFERENCA PIC S9(7)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 QBR-APROVADOR PIC X(10).

           FD  CONFIG-DESCONTOS
               LABEL RECORD IS STANDARD.
           01  DCF-LINHA.
               05 DCF-TETO-PERC PIC 9(2)V99.

      *****************************************
      * ANOMCFG: JANELA EM MINUTOS DO ESTORNO APOS A PROPRIA VENDA,
      * MARGEM % ABAIXO DO LIMITE/TETO, MINIMO DE REPETICOES, FATOR
      * SOBRE A MEDIA DA LOJA, NUMERO DE DESVIOS PADRAO, SEMANAS DE
      * HISTORICO E VALOR DE FALTA DE CAIXA QUE SOBE PARA MEDIA
      *****************************************
           FD  CONFIG-ANOMALIAS
               LABEL RECORD IS STANDARD.
           01  ACF-LINHA.
               05 ACF-JANELA-MINUTOS PIC 9(3).
               05 FILLER PIC X(1).
               05 ACF-MARGEM-PERC PIC 9(2).
               05 FILLER PIC X(1).
               05 ACF-MINIMO-REPETICOES PIC 9(2).
               05 FILLER PIC X(1).
               05 ACF-FATOR-CONCENTRACAO PIC 9(1)V9.
               05 FILLER PIC X(1).
               05 ACF-DESVIOS PIC 9(1)V9.
               05 FILLER PIC X(1).
               05 ACF-SEMANAS-HISTORICO PIC 9(2).
               05 FILLER PIC X(1).
               05 ACF-LIMITE-QUEBRA PIC 9(5)V99.

           FD  RELATORIO-ANOMALIAS
               LABEL RECORD IS STANDARD.
           01  ANM-LINHA PIC X(132).

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-OPERADOR PIC X(10).
               05 SRT-GRAVIDADE PIC 9(1).
               05 SRT-SEQUENCIA PIC 9(6).
               05 SRT-TEXTO PIC X(110).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-NFCANLOG PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-DESCCFG PIC X(2) VALUE "00".
           77 WS-FS-ANOMCFG PIC X(2) VALUE "00".
           77 WS-FS-RELANOM PIC X(2) VALUE "00".
           77 WS-DETALHE-SW PIC X(1) VALUE "N".
               88 DETALHE-DISPONIVEL VALUE "S".
           77 WS-CLIENTES-SW PIC X(1) VALUE "N".
               88 CLIENTES-DISPONIVEL VALUE "S".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-PRIMEIRO-SW PIC X(1).
               88 PRIMEIRO-REGISTRO VALUE "S".
               88 DEMAIS-REGISTROS VALUE "N".
           77 WS-JANELA-MINUTOS PIC 9(3) VALUE 30.
           77 WS-MARGEM-PERC PIC 9(2) VALUE 10.
           77 WS-MINIMO-REPETICOES PIC 9(2) VALUE 3.
           77 WS-FATOR-CONCENTRACAO PIC 9(1)V9 VALUE 2,0.
           77 WS-DESVIOS PIC 9(1)V9 VALUE 3,0.
           77 WS-SEMANAS-HISTORICO PIC 9(2) VALUE 12.
           77 WS-LIMITE-QUEBRA PIC 9(5)V99 VALUE 50,00.
           77 WS-TETO-DESCONTO-PERC PIC 9(2)V99 VALUE 5.
           77 WS-AMOSTRA-MINIMA PIC 9(3) VALUE 30.
           77 WS-SEMANA-INICIO PIC 9(8).
           77 WS-SEMANA-FIM PIC 9(8).
           77 WS-HIST-INICIO PIC 9(8).
           77 WS-OPERADOR-PROCURADO PIC X(10).
           77 WS-OPT-I PIC 9(3).
           77 WS-OPT-J PIC 9(3).
           77 WS-OPT-QTD PIC 9(3) VALUE ZEROS.
           77 WS-OPT-MAXIMO PIC 9(3) VALUE 300.
           77 WS-OPT-EXCEDIDOS PIC 9(5) VALUE ZEROS.
           77 WS-SEQ-ACHADO PIC 9(6) VALUE ZEROS.
           77 WS-ACH-OPERADOR PIC X(10).
           77 WS-ACH-GRAVIDADE PIC 9(1).
           77 WS-ACH-TEXTO PIC X(110).
           77 WS-RUN-CLIENTE PIC 9(6) VALUE ZEROS.
           77 WS-RUN-MES PIC 9(6) VALUE ZEROS.
           77 WS-RUN-LIMITE PIC 9(8)V99 VALUE ZEROS.
           77 WS-RUN-TOTAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-MES-LANCAMENTO PIC 9(6).
           77 WS-LIMITE-INFERIOR PIC 9(10)V99.
           77 WS-VALOR-BRUTO PIC 9(9)V99.
           77 WS-PERC-DESCONTO PIC 9(3)V99.
           77 WS-TETO-INFERIOR PIC 9(3)V99.
           77 WS-EST-CHAVE PIC X(20).
           77 WS-EST-CLIENTE PIC 9(6).
           77 WS-EST-DATA PIC 9(8).
           77 WS-EST-SEQUENCIA PIC 9(6).
           77 WS-EST-HORA PIC 9(8).
           77 WS-EST-OPERADOR PIC X(10).
           77 WS-EST-VALOR PIC 9(8)V99.
           77 WS-EST-REF-DATA PIC 9(8).
           77 WS-EST-REF-SEQUENCIA PIC 9(6).
           77 WS-HORA PIC 9(8).
           77 WS-HH PIC 9(2).
           77 WS-HHMM PIC 9(4).
           77 WS-MM PIC 9(2).
           77 WS-MINUTOS-VENDA PIC 9(4).
           77 WS-MINUTOS PIC 9(4).
           77 WS-DIF-MINUTOS PIC S9(5).
           77 WS-VARIANCIA PIC 9(16)V99.
           77 WS-QUADRADO-MEDIA PIC 9(16)V99.
           77 WS-RAIZ PIC 9(8)V99.
           77 WS-RAIZ-ANTERIOR PIC 9(8)V99.
           77 WS-RAIZ-I PIC 9(2).
           77 WS-LIMITE-CURVA PIC 9(10)V99.
           77 WS-ESCORE PIC 9(3)V9.
           77 WS-PERC-OPERADOR PIC 9(3)V99.
           77 WS-PERC-LOJA PIC 9(3)V99.
           77 WS-RAZAO PIC 9(5)V99.
           77 WS-MEDIA-USUARIOS PIC 9(5)V99.
           77 WS-USUARIOS-COM PIC 9(3).
           77 WS-LOJA-VENDAS PIC 9(7) VALUE ZEROS.
           77 WS-LOJA-BRUTO PIC 9(11)V99 VALUE ZEROS.
           77 WS-LOJA-DESCONTO PIC 9(11)V99 VALUE ZEROS.
           77 WS-LOJA-CANCELADAS PIC 9(7) VALUE ZEROS.
           77 WS-LOJA-CANC-EXEC PIC 9(7) VALUE ZEROS.
           77 WS-LOJA-LIBERACOES PIC 9(7) VALUE ZEROS.
           77 WS-CONT-OPERADORES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-ALTA PIC 9(5) VALUE ZEROS.
           77 WS-CONT-MEDIA PIC 9(5) VALUE ZEROS.
           77 WS-CONT-BAIXA PIC 9(5) VALUE ZEROS.
           77 WS-ANT-OPERADOR PIC X(10).
           77 WS-GRAU PIC X(5).
           77 WS-VALOR-EDITADO PIC Z(7)9,99.
           77 WS-VALOR2-EDITADO PIC Z(7)9,99.
           77 WS-VALOR3-EDITADO PIC Z(7)9,99.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-PERC-EDITADO PIC ZZ9,99.
           77 WS-PERC2-EDITADO PIC ZZ9,99.
           77 WS-ESCORE-EDITADO PIC ZZ9,9.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-CONT2-EDITADO PIC Z(4)9.
           77 WS-MIN-EDITADO PIC Z(3)9.
      *****************************************
      * TABELA DE OPERADORES: HISTORICO DAS VENDAS (QUANTIDADE, SOMA
      * E SOMA DOS QUADRADOS PARA MEDIA E DESVIO), MOVIMENTO DA
      * SEMANA E QUEBRAS DE CAIXA
      *****************************************
           01 WS-OPERADORES.
               05 WS-OPT OCCURS 300 TIMES.
                   10 WS-OPT-OPERADOR PIC X(10).
                   10 WS-OPT-HIST-QTD PIC 9(6).
                   10 WS-OPT-HIST-SOMA PIC 9(12)V99.
                   10 WS-OPT-HIST-QUAD PIC 9(22)V99.
                   10 WS-OPT-MEDIA PIC 9(8)V99.
                   10 WS-OPT-DESVIO PIC 9(8)V99.
                   10 WS-OPT-SEM-VENDAS PIC 9(5).
                   10 WS-OPT-SEM-VALOR PIC 9(11)V99.
                   10 WS-OPT-SEM-BRUTO PIC 9(11)V99.
                   10 WS-OPT-SEM-COM-DESC PIC 9(5).
                   10 WS-OPT-SEM-DESCONTO PIC 9(11)V99.
                   10 WS-OPT-SEM-CANCELADAS PIC 9(5).
                   10 WS-OPT-SEM-ESTORNOS PIC 9(5).
                   10 WS-OPT-SEM-VLR-ESTORNO PIC 9(11)V99.
                   10 WS-OPT-SEM-PERTO-LIMITE PIC 9(4).
                   10 WS-OPT-SEM-PERTO-TETO PIC 9(4).
                   10 WS-OPT-SEM-CANC-EXEC PIC 9(4).
                   10 WS-OPT-SEM-LIBERACOES PIC 9(4).
                   10 WS-OPT-QBR-QTD PIC 9(4).
                   10 WS-OPT-QBR-FALTAS-QTD PIC 9(4).
                   10 WS-OPT-QBR-FALTAS PIC 9(9)V99.
                   10 WS-OPT-QBR-SOBRAS PIC 9(9)V99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-OPERADOR SRT-GRAVIDADE
                   SRT-SEQUENCIA
               INPUT PROCEDURE IS 2000-APURAR-ACHADOS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ORDENADO.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.

           MOVE DMV-DATA TO WS-SEMANA-FIM.
           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE WS-SEMANA-FIM TO CAL-DATA.
           MOVE 6 TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-SEMANA-INICIO.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE WS-SEMANA-INICIO TO CAL-DATA.
           COMPUTE CAL-DIAS = WS-SEMANAS-HISTORICO * 7.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-HIST-INICIO.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET = "00"
               SET DETALHE-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO VENDDET AUSENTE - SEM ANALISE DE "
                   "VENDAS"
               MOVE "10" TO WS-FS-VENDDET
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               SET CLIENTES-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-CADCLI.

           OPEN OUTPUT RELATORIO-ANOMALIAS.

           MOVE SPACES TO ANM-LINHA.
           STRING "ANOMALIAS POR OPERADOR - SEMANA DE "
               WS-SEMANA-INICIO " A " WS-SEMANA-FIM
               " - HISTORICO DESDE " WS-HIST-INICIO
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.
           MOVE WS-JANELA-MINUTOS TO WS-MIN-EDITADO.
           MOVE WS-TETO-DESCONTO-PERC TO WS-PERC-EDITADO.
           MOVE SPACES TO ANM-LINHA.
           STRING "JANELA DO ESTORNO " WS-MIN-EDITADO " MIN"
               " - MARGEM " WS-MARGEM-PERC "% ABAIXO DO LIMITE/TETO"
               " - TETO DE DESCONTO " WS-PERC-EDITADO "%"
               " - MINIMO DE REPETICOES " WS-MINIMO-REPETICOES
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.

       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-ANOMALIAS.
           IF WS-FS-ANOMCFG = "00"
               READ CONFIG-ANOMALIAS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APLICAR-CONFIG
               END-READ
               CLOSE CONFIG-ANOMALIAS
           END-IF.
           MOVE "00" TO WS-FS-ANOMCFG.

           OPEN INPUT CONFIG-DESCONTOS.
           IF WS-FS-DESCCFG = "00"
               READ CONFIG-DESCONTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCF-TETO-PERC TO WS-TETO-DESCONTO-PERC
               END-READ
               CLOSE CONFIG-DESCONTOS
           END-IF.
           MOVE "00" TO WS-FS-DESCCFG.

       1110-APLICAR-CONFIG.
           IF ACF-JANELA-MINUTOS IS NUMERIC
                   AND ACF-JANELA-MINUTOS > ZEROS
               MOVE ACF-JANELA-MINUTOS TO WS-JANELA-MINUTOS
           END-IF.
           IF ACF-MARGEM-PERC IS NUMERIC AND ACF-MARGEM-PERC > ZEROS
               MOVE ACF-MARGEM-PERC TO WS-MARGEM-PERC
           END-IF.
           IF ACF-MINIMO-REPETICOES IS NUMERIC
                   AND ACF-MINIMO-REPETICOES > ZEROS
               MOVE ACF-MINIMO-REPETICOES TO WS-MINIMO-REPETICOES
           END-IF.
           IF ACF-FATOR-CONCENTRACAO IS NUMERIC
                   AND ACF-FATOR-CONCENTRACAO > ZEROS
               MOVE ACF-FATOR-CONCENTRACAO TO WS-FATOR-CONCENTRACAO
           END-IF.
           IF ACF-DESVIOS IS NUMERIC AND ACF-DESVIOS > ZEROS
               MOVE ACF-DESVIOS TO WS-DESVIOS
           END-IF.
           IF ACF-SEMANAS-HISTORICO IS NUMERIC
                   AND ACF-SEMANAS-HISTORICO > ZEROS
               MOVE ACF-SEMANAS-HISTORICO TO WS-SEMANAS-HISTORICO
           END-IF.
           IF ACF-LIMITE-QUEBRA IS NUMERIC
                   AND ACF-LIMITE-QUEBRA > ZEROS
               MOVE ACF-LIMITE-QUEBRA TO WS-LIMITE-QUEBRA
           END-IF.

      *****************************************
      * ENTRADA DO SORT: PRIMEIRA PASSADA NO VENDDET (HISTORICO,
      * MOVIMENTO DA SEMANA, ESTORNO APOS A PROPRIA VENDA E VENDAS
      * PERTO DO LIMITE/TETO), ESTATISTICAS, SEGUNDA PASSADA (VENDA
      * FORA DA CURVA), LOGS E QUEBRAS, E POR FIM AS CONCENTRACOES
      *****************************************
       2000-APURAR-ACHADOS.
           INITIALIZE WS-OPERADORES.

           IF DETALHE-DISPONIVEL
               PERFORM 2100-LER-PASSO-1
                   UNTIL WS-FS-VENDDET NOT = "00"
               PERFORM 2500-CALCULAR-ESTATISTICAS
               MOVE "00" TO WS-FS-VENDDET
               MOVE LOW-VALUES TO VDT-CHAVE
               START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-VENDDET
               END-START
               PERFORM 2600-LER-PASSO-2
                   UNTIL WS-FS-VENDDET NOT = "00"
           END-IF.

           PERFORM 2700-LER-CANCELAMENTOS.
           PERFORM 2750-LER-LIBERACOES.
           PERFORM 2800-LER-QUEBRAS.
           PERFORM 2900-AVALIAR-CONCENTRACOES.

       2100-LER-PASSO-1.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   PERFORM 2110-TRATAR-LANCAMENTO
           END-READ.

       2110-TRATAR-LANCAMENTO.
           PERFORM 2150-ACUMULAR-MES-CLIENTE.

           IF VDT-DATA NOT < WS-HIST-INICIO
                   AND VDT-DATA < WS-SEMANA-INICIO
                   AND VDT-TIPO-VENDA AND VDT-NF-NORMAL
               MOVE VDT-OPERADOR TO WS-OPERADOR-PROCURADO
               PERFORM 3000-LOCALIZAR-OPERADOR
               IF WS-OPT-I > ZEROS
                   ADD 1 TO WS-OPT-HIST-QTD(WS-OPT-I)
                   ADD VDT-VALOR TO WS-OPT-HIST-SOMA(WS-OPT-I)
                   COMPUTE WS-OPT-HIST-QUAD(WS-OPT-I) =
                       WS-OPT-HIST-QUAD(WS-OPT-I)
                       + (VDT-VALOR * VDT-VALOR)
               END-IF
           END-IF.

           IF VDT-DATA NOT < WS-SEMANA-INICIO
                   AND VDT-DATA NOT > WS-SEMANA-FIM
               MOVE VDT-OPERADOR TO WS-OPERADOR-PROCURADO
               PERFORM 3000-LOCALIZAR-OPERADOR
               IF WS-OPT-I > ZEROS
                   IF VDT-TIPO-VENDA
                       PERFORM 2200-TRATAR-VENDA-SEMANA
                   ELSE
                       ADD 1 TO WS-OPT-SEM-ESTORNOS(WS-OPT-I)
                       ADD VDT-VALOR TO WS-OPT-SEM-VLR-ESTORNO(WS-OPT-I)
                       PERFORM 2300-VERIFICAR-ESTORNO-PROPRIO
                   END-IF
               END-IF
           END-IF.

      *****************************************
      * TOTAL DO CLIENTE NO MES CORRENTE DO LANCAMENTO, NA ORDEM DA
      * CHAVE (CLIENTE, DATA): E O MESMO TOTAL QUE O PROJETO5 COMPARA
      * COM O LIMITE DE CREDITO ANTES DE PEDIR LIBERACAO
      *****************************************
       2150-ACUMULAR-MES-CLIENTE.
           COMPUTE WS-MES-LANCAMENTO = VDT-DATA / 100.

           IF VDT-CODIGO NOT = WS-RUN-CLIENTE
               MOVE VDT-CODIGO TO WS-RUN-CLIENTE
               MOVE ZEROS TO WS-RUN-MES WS-RUN-LIMITE
               IF CLIENTES-DISPONIVEL
                   MOVE VDT-CODIGO TO CLI-CODIGO
                   READ CADASTRO-CLIENTES
                       NOT INVALID KEY
                           MOVE CLI-LIMITE-CREDITO TO WS-RUN-LIMITE
                   END-READ
                   MOVE "00" TO WS-FS-CADCLI
               END-IF
           END-IF.

           IF WS-MES-LANCAMENTO NOT = WS-RUN-MES
               MOVE WS-MES-LANCAMENTO TO WS-RUN-MES
               MOVE ZEROS TO WS-RUN-TOTAL
           END-IF.

           IF VDT-TIPO-VENDA
               IF VDT-NF-NORMAL
                   ADD VDT-VALOR TO WS-RUN-TOTAL
               END-IF
           ELSE
               IF VDT-VALOR > WS-RUN-TOTAL
                   MOVE ZEROS TO WS-RUN-TOTAL
               ELSE
                   SUBTRACT VDT-VALOR FROM WS-RUN-TOTAL
               END-IF
           END-IF.

      *****************************************
      * VENDA DA SEMANA: MOVIMENTO DO OPERADOR E DA LOJA; CONTA AS
      * VENDAS QUE FICARAM NA MARGEM LOGO ABAIXO DO LIMITE DE
      * CREDITO E DO TETO DE DESCONTO
      *****************************************
       2200-TRATAR-VENDA-SEMANA.
           IF VDT-NF-CANCELADA
               ADD 1 TO WS-OPT-SEM-CANCELADAS(WS-OPT-I)
               ADD 1 TO WS-LOJA-CANCELADAS
           END-IF.

           ADD 1 TO WS-OPT-SEM-VENDAS(WS-OPT-I).
           ADD 1 TO WS-LOJA-VENDAS.
           ADD VDT-VALOR TO WS-OPT-SEM-VALOR(WS-OPT-I).
           COMPUTE WS-VALOR-BRUTO = VDT-VALOR + VDT-DESCONTO.
           ADD WS-VALOR-BRUTO TO WS-OPT-SEM-BRUTO(WS-OPT-I).
           ADD WS-VALOR-BRUTO TO WS-LOJA-BRUTO.

           IF VDT-DESCONTO > ZEROS
               ADD 1 TO WS-OPT-SEM-COM-DESC(WS-OPT-I)
               ADD VDT-DESCONTO TO WS-OPT-SEM-DESCONTO(WS-OPT-I)
               ADD VDT-DESCONTO TO WS-LOJA-DESCONTO
               COMPUTE WS-PERC-DESCONTO ROUNDED =
                   VDT-DESCONTO * 100 / WS-VALOR-BRUTO
               COMPUTE WS-TETO-INFERIOR ROUNDED =
                   WS-TETO-DESCONTO-PERC * (100 - WS-MARGEM-PERC) / 100
               IF WS-PERC-DESCONTO NOT > WS-TETO-DESCONTO-PERC
                       AND WS-PERC-DESCONTO NOT < WS-TETO-INFERIOR
                   ADD 1 TO WS-OPT-SEM-PERTO-TETO(WS-OPT-I)
               END-IF
           END-IF.

           IF VDT-NF-NORMAL AND WS-RUN-LIMITE > ZEROS
               COMPUTE WS-LIMITE-INFERIOR ROUNDED =
                   WS-RUN-LIMITE * (100 - WS-MARGEM-PERC) / 100
               IF WS-RUN-TOTAL NOT > WS-RUN-LIMITE
                       AND WS-RUN-TOTAL NOT < WS-LIMITE-INFERIOR
                   ADD 1 TO WS-OPT-SEM-PERTO-LIMITE(WS-OPT-I)
               END-IF
           END-IF.

      *****************************************
      * ESTORNO CONTRA VENDA DO MESMO OPERADOR NO MESMO DIA: LE A
      * VENDA ORIGINAL PELA CHAVE E DEPOIS REPOSICIONA A LEITURA
      * SEQUENCIAL LOGO APOS O ESTORNO
      *****************************************
       2300-VERIFICAR-ESTORNO-PROPRIO.
           MOVE VDT-CHAVE TO WS-EST-CHAVE.
           MOVE VDT-CODIGO TO WS-EST-CLIENTE.
           MOVE VDT-DATA TO WS-EST-DATA.
           MOVE VDT-SEQUENCIA TO WS-EST-SEQUENCIA.
           MOVE VDT-HORA TO WS-EST-HORA.
           MOVE VDT-OPERADOR TO WS-EST-OPERADOR.
           MOVE VDT-VALOR TO WS-EST-VALOR.
           MOVE VDT-REF-DATA TO WS-EST-REF-DATA.
           MOVE VDT-REF-SEQUENCIA TO WS-EST-REF-SEQUENCIA.

           IF WS-EST-REF-DATA = WS-EST-DATA
               MOVE WS-EST-CLIENTE TO VDT-CODIGO
               MOVE WS-EST-REF-DATA TO VDT-DATA
               MOVE WS-EST-REF-SEQUENCIA TO VDT-SEQUENCIA
               READ VENDAS-DETALHE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VDT-OPERADOR = WS-EST-OPERADOR
                           PERFORM 2310-MEDIR-INTERVALO
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-VENDDET

               MOVE WS-EST-CHAVE TO VDT-CHAVE
               START VENDAS-DETALHE KEY IS GREATER THAN VDT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-VENDDET
               END-START
           END-IF.

       2310-MEDIR-INTERVALO.
           MOVE VDT-HORA TO WS-HORA.
           PERFORM 2320-CONVERTER-MINUTOS.
           MOVE WS-MINUTOS TO WS-MINUTOS-VENDA.
           MOVE WS-EST-HORA TO WS-HORA.
           PERFORM 2320-CONVERTER-MINUTOS.
           COMPUTE WS-DIF-MINUTOS = WS-MINUTOS - WS-MINUTOS-VENDA.

           IF WS-DIF-MINUTOS NOT < ZEROS
                   AND WS-DIF-MINUTOS NOT > WS-JANELA-MINUTOS
               IF WS-DIF-MINUTOS * 3 NOT > WS-JANELA-MINUTOS
                   MOVE 1 TO WS-ACH-GRAVIDADE
               ELSE
                   MOVE 2 TO WS-ACH-GRAVIDADE
               END-IF
               MOVE WS-EST-VALOR TO WS-VALOR-EDITADO
               MOVE WS-DIF-MINUTOS TO WS-MIN-EDITADO
               MOVE SPACES TO WS-ACH-TEXTO
               STRING "ESTORNO " WS-EST-CLIENTE "/" WS-EST-DATA "/"
                   WS-EST-SEQUENCIA " VALOR " WS-VALOR-EDITADO
                   WS-MIN-EDITADO " MIN APOS A PROPRIA VENDA "
                   WS-EST-REF-SEQUENCIA
                   DELIMITED BY SIZE INTO WS-ACH-TEXTO
               MOVE WS-EST-OPERADOR TO WS-ACH-OPERADOR
               PERFORM 3100-LIBERAR-ACHADO
           END-IF.

       2320-CONVERTER-MINUTOS.
           COMPUTE WS-HH = WS-HORA / 1000000.
           COMPUTE WS-HHMM = WS-HORA / 10000.
           COMPUTE WS-MM = WS-HHMM - (WS-HH * 100).
           COMPUTE WS-MINUTOS = (WS-HH * 60) + WS-MM.

      *****************************************
      * MEDIA E DESVIO PADRAO DO HISTORICO DE CADA OPERADOR (RAIZ
      * PELO METODO DE NEWTON, COMO NO PROJETO02)
      *****************************************
       2500-CALCULAR-ESTATISTICAS.
           PERFORM VARYING WS-OPT-J FROM 1 BY 1
                   UNTIL WS-OPT-J > WS-OPT-QTD
               IF WS-OPT-HIST-QTD(WS-OPT-J) > ZEROS
                   COMPUTE WS-OPT-MEDIA(WS-OPT-J) ROUNDED =
                       WS-OPT-HIST-SOMA(WS-OPT-J)
                       / WS-OPT-HIST-QTD(WS-OPT-J)
                   COMPUTE WS-QUADRADO-MEDIA =
                       WS-OPT-MEDIA(WS-OPT-J) * WS-OPT-MEDIA(WS-OPT-J)
                   COMPUTE WS-VARIANCIA ROUNDED =
                       WS-OPT-HIST-QUAD(WS-OPT-J)
                       / WS-OPT-HIST-QTD(WS-OPT-J)
                   IF WS-VARIANCIA > WS-QUADRADO-MEDIA
                       SUBTRACT WS-QUADRADO-MEDIA FROM WS-VARIANCIA
                   ELSE
                       MOVE ZEROS TO WS-VARIANCIA
                   END-IF
                   PERFORM 2510-RAIZ-QUADRADA
                   MOVE WS-RAIZ TO WS-OPT-DESVIO(WS-OPT-J)
               END-IF
           END-PERFORM.

       2510-RAIZ-QUADRADA.
           IF WS-VARIANCIA = ZEROS
               MOVE ZEROS TO WS-RAIZ
           ELSE
               MOVE WS-OPT-MEDIA(WS-OPT-J) TO WS-RAIZ
               IF WS-RAIZ = ZEROS
                   MOVE 1 TO WS-RAIZ
               END-IF
               PERFORM VARYING WS-RAIZ-I FROM 1 BY 1
                       UNTIL WS-RAIZ-I > 20
                   MOVE WS-RAIZ TO WS-RAIZ-ANTERIOR
                   COMPUTE WS-RAIZ ROUNDED =
                       (WS-RAIZ-ANTERIOR +
                        (WS-VARIANCIA / WS-RAIZ-ANTERIOR)) / 2
               END-PERFORM
           END-IF.

      *****************************************
      * SEGUNDA PASSADA: VENDA DA SEMANA ACIMA DA MEDIA MAIS N
      * DESVIOS DO PROPRIO OPERADOR (SO COM AMOSTRA SUFICIENTE)
      *****************************************
       2600-LER-PASSO-2.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA NOT < WS-SEMANA-INICIO
                           AND VDT-DATA NOT > WS-SEMANA-FIM
                           AND VDT-TIPO-VENDA AND VDT-NF-NORMAL
                       PERFORM 2610-VERIFICAR-CURVA
                   END-IF
           END-READ.

       2610-VERIFICAR-CURVA.
           MOVE VDT-OPERADOR TO WS-OPERADOR-PROCURADO.
           PERFORM 3000-LOCALIZAR-OPERADOR.

           IF WS-OPT-I > ZEROS
               IF WS-OPT-HIST-QTD(WS-OPT-I) NOT < WS-AMOSTRA-MINIMA
                       AND WS-OPT-DESVIO(WS-OPT-I) > ZEROS
                   COMPUTE WS-LIMITE-CURVA ROUNDED =
                       WS-OPT-MEDIA(WS-OPT-I)
                       + (WS-DESVIOS * WS-OPT-DESVIO(WS-OPT-I))
                   IF VDT-VALOR > WS-LIMITE-CURVA
                       PERFORM 2620-APONTAR-CURVA
                   END-IF
               END-IF
           END-IF.

       2620-APONTAR-CURVA.
           COMPUTE WS-ESCORE ROUNDED =
               (VDT-VALOR - WS-OPT-MEDIA(WS-OPT-I))
               / WS-OPT-DESVIO(WS-OPT-I)
               ON SIZE ERROR
                   MOVE 999,9 TO WS-ESCORE
           END-COMPUTE.
           IF WS-ESCORE NOT < WS-DESVIOS + 1
               MOVE 1 TO WS-ACH-GRAVIDADE
           ELSE
               MOVE 2 TO WS-ACH-GRAVIDADE
           END-IF.

           MOVE VDT-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-OPT-MEDIA(WS-OPT-I) TO WS-VALOR2-EDITADO.
           MOVE WS-OPT-DESVIO(WS-OPT-I) TO WS-VALOR3-EDITADO.
           MOVE WS-ESCORE TO WS-ESCORE-EDITADO.
           MOVE SPACES TO WS-ACH-TEXTO.
           STRING "VENDA FORA DA CURVA " VDT-CODIGO "/" VDT-DATA "/"
               VDT-SEQUENCIA " VALOR " WS-VALOR-EDITADO
               " MEDIA " WS-VALOR2-EDITADO
               " DESVIO " WS-VALOR3-EDITADO
               " (" WS-ESCORE-EDITADO " DESVIOS)"
               DELIMITED BY SIZE INTO WS-ACH-TEXTO.
           MOVE VDT-OPERADOR TO WS-ACH-OPERADOR.
           PERFORM 3100-LIBERAR-ACHADO.

      *****************************************
      * NFCANLOG: DATA NAS POSICOES 1-8 E QUEM CANCELOU NAS 10-19
      *****************************************
       2700-LER-CANCELAMENTOS.
           OPEN INPUT LOG-CANCELAMENTOS.
           IF WS-FS-NFCANLOG = "00"
               PERFORM 2710-LER-CANCELAMENTO
                   UNTIL WS-FS-NFCANLOG NOT = "00"
               CLOSE LOG-CANCELAMENTOS
           END-IF.
           MOVE "00" TO WS-FS-NFCANLOG.

       2710-LER-CANCELAMENTO.
           READ LOG-CANCELAMENTOS
               AT END
                   MOVE "10" TO WS-FS-NFCANLOG
               NOT AT END
                   IF NFL-LINHA(1:8) IS NUMERIC
                       IF NFL-LINHA(1:8) NOT < WS-SEMANA-INICIO
                               AND NFL-LINHA(1:8) NOT > WS-SEMANA-FIM
                           MOVE NFL-LINHA(10:10) TO
                               WS-OPERADOR-PROCURADO
                           PERFORM 3000-LOCALIZAR-OPERADOR
                           IF WS-OPT-I > ZEROS
                               ADD 1 TO WS-OPT-SEM-CANC-EXEC(WS-OPT-I)
                               ADD 1 TO WS-LOJA-CANC-EXEC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * OVERLOG: SUPERVISOR NAS POSICOES 1-10 E DATA NAS 12-19
      *****************************************
       2750-LER-LIBERACOES.
           OPEN INPUT LOG-LIBERACOES.
           IF WS-FS-OVERLOG = "00"
               PERFORM 2760-LER-LIBERACAO
                   UNTIL WS-FS-OVERLOG NOT = "00"
               CLOSE LOG-LIBERACOES
           END-IF.
           MOVE "00" TO WS-FS-OVERLOG.

       2760-LER-LIBERACAO.
           READ LOG-LIBERACOES
               AT END
                   MOVE "10" TO WS-FS-OVERLOG
               NOT AT END
                   IF OVR-LINHA(12:8) IS NUMERIC
                       IF OVR-LINHA(12:8) NOT < WS-SEMANA-INICIO
                               AND OVR-LINHA(12:8) NOT > WS-SEMANA-FIM
                           MOVE OVR-LINHA(1:10) TO
                               WS-OPERADOR-PROCURADO
                           PERFORM 3000-LOCALIZAR-OPERADOR
                           IF WS-OPT-I > ZEROS
                               ADD 1 TO
                                   WS-OPT-SEM-LIBERACOES(WS-OPT-I)
                               ADD 1 TO WS-LOJA-LIBERACOES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * QUEBRAS: HISTORICO DE FALTAS E SOBRAS DO OPERADOR DESDE O
      * INICIO DO HISTORICO; FALTA NA SEMANA VIRA ACHADO
      *****************************************
       2800-LER-QUEBRAS.
           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS = "00"
               PERFORM 2810-LER-QUEBRA
                   UNTIL WS-FS-QUEBRAS NOT = "00"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           MOVE "00" TO WS-FS-QUEBRAS.

       2810-LER-QUEBRA.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   IF QBR-DATA IS NUMERIC
                       IF QBR-DATA NOT < WS-HIST-INICIO
                               AND QBR-DATA NOT > WS-SEMANA-FIM
                           PERFORM 2820-ACUMULAR-QUEBRA
                       END-IF
                   END-IF
           END-READ.

       2820-ACUMULAR-QUEBRA.
           MOVE QBR-OPERADOR TO WS-OPERADOR-PROCURADO.
           PERFORM 3000-LOCALIZAR-OPERADOR.

           IF WS-OPT-I > ZEROS
               ADD 1 TO WS-OPT-QBR-QTD(WS-OPT-I)
               IF QBR-DIFERENCA < ZEROS
                   ADD 1 TO WS-OPT-QBR-FALTAS-QTD(WS-OPT-I)
                   SUBTRACT QBR-DIFERENCA FROM
                       WS-OPT-QBR-FALTAS(WS-OPT-I)
               ELSE
                   ADD QBR-DIFERENCA TO WS-OPT-QBR-SOBRAS(WS-OPT-I)
               END-IF

               IF QBR-DIFERENCA < ZEROS
                       AND QBR-DATA NOT < WS-SEMANA-INICIO
                   IF (ZEROS - QBR-DIFERENCA) > WS-LIMITE-QUEBRA
                       MOVE 2 TO WS-ACH-GRAVIDADE
                   ELSE
                       MOVE 3 TO WS-ACH-GRAVIDADE
                   END-IF
                   COMPUTE WS-VALOR-BRUTO = ZEROS - QBR-DIFERENCA
                   MOVE WS-VALOR-BRUTO TO WS-VALOR-EDITADO
                   MOVE SPACES TO WS-ACH-TEXTO
                   STRING "FALTA DE CAIXA EM " QBR-DATA " CAIXA "
                       QBR-CAIXA " VALOR " WS-VALOR-EDITADO
                       " APROVADA POR " QBR-APROVADOR
                       DELIMITED BY SIZE INTO WS-ACH-TEXTO
                   MOVE QBR-OPERADOR TO WS-ACH-OPERADOR
                   PERFORM 3100-LIBERAR-ACHADO
               END-IF
           END-IF.

      *****************************************
      * ACHADOS DE CONCENTRACAO POR OPERADOR: REPETICOES PERTO DO
      * LIMITE/TETO E PARTICIPACAO ACIMA DO FATOR SOBRE A LOJA
      *****************************************
       2900-AVALIAR-CONCENTRACOES.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-QTD
               MOVE WS-OPT-OPERADOR(WS-OPT-I) TO WS-ACH-OPERADOR
               PERFORM 2910-AVALIAR-REPETICOES
               PERFORM 2920-AVALIAR-DESCONTOS
               PERFORM 2930-AVALIAR-CANCELADAS
           END-PERFORM.

           MOVE ZEROS TO WS-USUARIOS-COM.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-QTD
               IF WS-OPT-SEM-CANC-EXEC(WS-OPT-I) > ZEROS
                   ADD 1 TO WS-USUARIOS-COM
               END-IF
           END-PERFORM.
           IF WS-USUARIOS-COM > ZEROS
               COMPUTE WS-MEDIA-USUARIOS ROUNDED =
                   WS-LOJA-CANC-EXEC / WS-USUARIOS-COM
               PERFORM VARYING WS-OPT-I FROM 1 BY 1
                       UNTIL WS-OPT-I > WS-OPT-QTD
                   IF WS-OPT-SEM-CANC-EXEC(WS-OPT-I)
                           NOT < WS-MINIMO-REPETICOES
                       AND WS-OPT-SEM-CANC-EXEC(WS-OPT-I) NOT <
                           WS-MEDIA-USUARIOS * WS-FATOR-CONCENTRACAO
                       AND WS-USUARIOS-COM > 1
                       MOVE WS-OPT-OPERADOR(WS-OPT-I) TO
                           WS-ACH-OPERADOR
                       MOVE 2 TO WS-ACH-GRAVIDADE
                       MOVE WS-OPT-SEM-CANC-EXEC(WS-OPT-I) TO
                           WS-CONT-EDITADO
                       MOVE WS-MEDIA-USUARIOS TO WS-VALOR-EDITADO
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "CANCELOU " WS-CONT-EDITADO
                           " NOTAS NA SEMANA (NFCANLOG) - MEDIA "
                           "POR USUARIO " WS-VALOR-EDITADO
                           DELIMITED BY SIZE INTO WS-ACH-TEXTO
                       PERFORM 3100-LIBERAR-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZEROS TO WS-USUARIOS-COM.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-QTD
               IF WS-OPT-SEM-LIBERACOES(WS-OPT-I) > ZEROS
                   ADD 1 TO WS-USUARIOS-COM
               END-IF
           END-PERFORM.
           IF WS-USUARIOS-COM > ZEROS
               COMPUTE WS-MEDIA-USUARIOS ROUNDED =
                   WS-LOJA-LIBERACOES / WS-USUARIOS-COM
               PERFORM VARYING WS-OPT-I FROM 1 BY 1
                       UNTIL WS-OPT-I > WS-OPT-QTD
                   IF WS-OPT-SEM-LIBERACOES(WS-OPT-I)
                           NOT < WS-MINIMO-REPETICOES
                       AND WS-OPT-SEM-LIBERACOES(WS-OPT-I) NOT <
                           WS-MEDIA-USUARIOS * WS-FATOR-CONCENTRACAO
                       AND WS-USUARIOS-COM > 1
                       MOVE WS-OPT-OPERADOR(WS-OPT-I) TO
                           WS-ACH-OPERADOR
                       MOVE 2 TO WS-ACH-GRAVIDADE
                       MOVE WS-OPT-SEM-LIBERACOES(WS-OPT-I) TO
                           WS-CONT-EDITADO
                       MOVE WS-MEDIA-USUARIOS TO WS-VALOR-EDITADO
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "CONCEDEU " WS-CONT-EDITADO
                           " LIBERACOES NA SEMANA (OVERLOG) - MEDIA "
                           "POR SUPERVISOR " WS-VALOR-EDITADO
                           DELIMITED BY SIZE INTO WS-ACH-TEXTO
                       PERFORM 3100-LIBERAR-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

       2910-AVALIAR-REPETICOES.
           IF WS-OPT-SEM-PERTO-LIMITE(WS-OPT-I)
                   NOT < WS-MINIMO-REPETICOES
               IF WS-OPT-SEM-PERTO-LIMITE(WS-OPT-I)
                       NOT < WS-MINIMO-REPETICOES * 2
                   MOVE 1 TO WS-ACH-GRAVIDADE
               ELSE
                   MOVE 2 TO WS-ACH-GRAVIDADE
               END-IF
               MOVE WS-OPT-SEM-PERTO-LIMITE(WS-OPT-I) TO
                   WS-CONT-EDITADO
               MOVE SPACES TO WS-ACH-TEXTO
               STRING WS-CONT-EDITADO " VENDAS DEIXARAM O CLIENTE ATE "
                   WS-MARGEM-PERC "% ABAIXO DO LIMITE DE CREDITO "
                   "(SEM PEDIR LIBERACAO)"
                   DELIMITED BY SIZE INTO WS-ACH-TEXTO
               PERFORM 3100-LIBERAR-ACHADO
           END-IF.

           IF WS-OPT-SEM-PERTO-TETO(WS-OPT-I)
                   NOT < WS-MINIMO-REPETICOES
               IF WS-OPT-SEM-PERTO-TETO(WS-OPT-I)
                       NOT < WS-MINIMO-REPETICOES * 2
                   MOVE 1 TO WS-ACH-GRAVIDADE
               ELSE
                   MOVE 2 TO WS-ACH-GRAVIDADE
               END-IF
               MOVE WS-OPT-SEM-PERTO-TETO(WS-OPT-I) TO WS-CONT-EDITADO
               MOVE SPACES TO WS-ACH-TEXTO
               STRING WS-CONT-EDITADO " VENDAS COM DESCONTO ATE "
                   WS-MARGEM-PERC "% ABAIXO DO TETO DE DESCONTO "
                   "(SEM PEDIR LIBERACAO)"
                   DELIMITED BY SIZE INTO WS-ACH-TEXTO
               PERFORM 3100-LIBERAR-ACHADO
           END-IF.

       2920-AVALIAR-DESCONTOS.
           IF WS-OPT-SEM-COM-DESC(WS-OPT-I) NOT < WS-MINIMO-REPETICOES
                   AND WS-OPT-SEM-BRUTO(WS-OPT-I) > ZEROS
                   AND WS-LOJA-DESCONTO > ZEROS
               COMPUTE WS-PERC-OPERADOR ROUNDED =
                   WS-OPT-SEM-DESCONTO(WS-OPT-I) * 100
                   / WS-OPT-SEM-BRUTO(WS-OPT-I)
               COMPUTE WS-PERC-LOJA ROUNDED =
                   WS-LOJA-DESCONTO * 100 / WS-LOJA-BRUTO
               IF WS-PERC-LOJA > ZEROS
                   COMPUTE WS-RAZAO ROUNDED =
                       WS-PERC-OPERADOR / WS-PERC-LOJA
                   IF WS-RAZAO NOT < WS-FATOR-CONCENTRACAO
                       IF WS-RAZAO NOT < WS-FATOR-CONCENTRACAO * 1,5
                           MOVE 1 TO WS-ACH-GRAVIDADE
                       ELSE
                           MOVE 2 TO WS-ACH-GRAVIDADE
                       END-IF
                       MOVE WS-PERC-OPERADOR TO WS-PERC-EDITADO
                       MOVE WS-PERC-LOJA TO WS-PERC2-EDITADO
                       MOVE WS-OPT-SEM-COM-DESC(WS-OPT-I) TO
                           WS-CONT-EDITADO
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING "DESCONTO CONCENTRADO: " WS-PERC-EDITADO
                           "% DA VENDA BRUTA EM " WS-CONT-EDITADO
                           " VENDAS - LOJA " WS-PERC2-EDITADO "%"
                           DELIMITED BY SIZE INTO WS-ACH-TEXTO
                       PERFORM 3100-LIBERAR-ACHADO
                   END-IF
               END-IF
           END-IF.

       2930-AVALIAR-CANCELADAS.
           IF WS-OPT-SEM-CANCELADAS(WS-OPT-I)
                   NOT < WS-MINIMO-REPETICOES
                   AND WS-LOJA-CANCELADAS > ZEROS
               COMPUTE WS-PERC-OPERADOR ROUNDED =
                   WS-OPT-SEM-CANCELADAS(WS-OPT-I) * 100
                   / WS-OPT-SEM-VENDAS(WS-OPT-I)
               COMPUTE WS-PERC-LOJA ROUNDED =
                   WS-LOJA-CANCELADAS * 100 / WS-LOJA-VENDAS
               MOVE ZEROS TO WS-RAZAO
               IF WS-PERC-LOJA > ZEROS
                   COMPUTE WS-RAZAO ROUNDED =
                       WS-PERC-OPERADOR / WS-PERC-LOJA
               END-IF
               IF WS-RAZAO NOT < WS-FATOR-CONCENTRACAO
                   IF WS-RAZAO NOT < WS-FATOR-CONCENTRACAO * 1,5
                       MOVE 1 TO WS-ACH-GRAVIDADE
                   ELSE
                       MOVE 2 TO WS-ACH-GRAVIDADE
                   END-IF
                   MOVE WS-PERC-OPERADOR TO WS-PERC-EDITADO
                   MOVE WS-PERC-LOJA TO WS-PERC2-EDITADO
                   MOVE WS-OPT-SEM-CANCELADAS(WS-OPT-I) TO
                       WS-CONT-EDITADO
                   MOVE SPACES TO WS-ACH-TEXTO
                   STRING "NOTAS CANCELADAS CONCENTRADAS: "
                       WS-CONT-EDITADO " (" WS-PERC-EDITADO
                       "% DAS VENDAS) - LOJA " WS-PERC2-EDITADO "%"
                       DELIMITED BY SIZE INTO WS-ACH-TEXTO
                   PERFORM 3100-LIBERAR-ACHADO
               END-IF
           END-IF.

      *****************************************
      * BUSCA O OPERADOR NA TABELA, INCLUINDO SE FOR NOVO; TABELA
      * CHEIA DEVOLVE ZERO E O OPERADOR FICA FORA DA ANALISE
      *****************************************
       3000-LOCALIZAR-OPERADOR.
           MOVE ZEROS TO WS-OPT-I.
           PERFORM VARYING WS-OPT-J FROM 1 BY 1
                   UNTIL WS-OPT-J > WS-OPT-QTD OR WS-OPT-I > ZEROS
               IF WS-OPT-OPERADOR(WS-OPT-J) = WS-OPERADOR-PROCURADO
                   MOVE WS-OPT-J TO WS-OPT-I
               END-IF
           END-PERFORM.

           IF WS-OPT-I = ZEROS
               IF WS-OPT-QTD < WS-OPT-MAXIMO
                   ADD 1 TO WS-OPT-QTD
                   MOVE WS-OPT-QTD TO WS-OPT-I
                   MOVE WS-OPERADOR-PROCURADO TO
                       WS-OPT-OPERADOR(WS-OPT-I)
               ELSE
                   ADD 1 TO WS-OPT-EXCEDIDOS
               END-IF
           END-IF.

       3100-LIBERAR-ACHADO.
           ADD 1 TO WS-SEQ-ACHADO.
           MOVE WS-ACH-OPERADOR TO SRT-OPERADOR.
           MOVE WS-ACH-GRAVIDADE TO SRT-GRAVIDADE.
           MOVE WS-SEQ-ACHADO TO SRT-SEQUENCIA.
           MOVE WS-ACH-TEXTO TO SRT-TEXTO.
           RELEASE SRT-REGISTRO.

      *****************************************
      * SAIDA DO SORT: UM BLOCO POR OPERADOR COM ACHADO, DO MAIS
      * GRAVE PARA O MENOS GRAVE, ABERTO PELO RESUMO DA SEMANA, DO
      * HISTORICO E DAS QUEBRAS
      *****************************************
       4000-IMPRIMIR-ORDENADO.
           SET FIM-SORT-NAO TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 4100-LER-ORDENADO
               UNTIL FIM-SORT-SIM.

           MOVE SPACES TO ANM-LINHA.
           WRITE ANM-LINHA.
           MOVE WS-CONT-OPERADORES TO WS-CONT-EDITADO.
           MOVE SPACES TO ANM-LINHA.
           STRING "OPERADORES COM ACHADOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.
           MOVE WS-CONT-ALTA TO WS-CONT-EDITADO.
           MOVE WS-CONT-MEDIA TO WS-CONT2-EDITADO.
           MOVE SPACES TO ANM-LINHA.
           STRING "ACHADOS DE GRAVIDADE ALTA: " WS-CONT-EDITADO
               "  MEDIA: " WS-CONT2-EDITADO
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.
           MOVE WS-CONT-BAIXA TO WS-CONT-EDITADO.
           MOVE SPACES TO ANM-LINHA.
           STRING "ACHADOS DE GRAVIDADE BAIXA: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.

           IF WS-OPT-EXCEDIDOS > ZEROS
               MOVE SPACES TO ANM-LINHA
               STRING "*** TABELA DE OPERADORES CHEIA - "
                   WS-OPT-EXCEDIDOS " LANCAMENTOS FORA DA ANALISE ***"
                   DELIMITED BY SIZE INTO ANM-LINHA
               WRITE ANM-LINHA
           END-IF.

       4100-LER-ORDENADO.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   IF PRIMEIRO-REGISTRO
                           OR SRT-OPERADOR NOT = WS-ANT-OPERADOR
                       SET DEMAIS-REGISTROS TO TRUE
                       MOVE SRT-OPERADOR TO WS-ANT-OPERADOR
                       PERFORM 4200-ABRIR-OPERADOR
                   END-IF
                   PERFORM 4300-IMPRIMIR-ACHADO
           END-RETURN.

       4200-ABRIR-OPERADOR.
           ADD 1 TO WS-CONT-OPERADORES.
           MOVE SRT-OPERADOR TO WS-OPERADOR-PROCURADO.
           PERFORM 3000-LOCALIZAR-OPERADOR.

           MOVE SPACES TO ANM-LINHA.
           WRITE ANM-LINHA.
           MOVE SPACES TO ANM-LINHA.
           IF WS-OPT-I = ZEROS
               STRING "OPERADOR " SRT-OPERADOR
                   DELIMITED BY SIZE INTO ANM-LINHA
               WRITE ANM-LINHA
           ELSE
               MOVE WS-OPT-SEM-VENDAS(WS-OPT-I) TO WS-CONT-EDITADO
               MOVE WS-OPT-SEM-VALOR(WS-OPT-I) TO WS-TOTAL-EDITADO
               MOVE WS-OPT-SEM-ESTORNOS(WS-OPT-I) TO WS-CONT2-EDITADO
               MOVE WS-OPT-SEM-VLR-ESTORNO(WS-OPT-I) TO
                   WS-VALOR-EDITADO
               STRING "OPERADOR " SRT-OPERADOR
                   " - VENDAS NA SEMANA " WS-CONT-EDITADO
                   " VALOR " WS-TOTAL-EDITADO
                   " - ESTORNOS " WS-CONT2-EDITADO
                   " VALOR " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO ANM-LINHA
               WRITE ANM-LINHA

               MOVE WS-OPT-HIST-QTD(WS-OPT-I) TO WS-TOTAL-EDITADO
               MOVE WS-OPT-MEDIA(WS-OPT-I) TO WS-VALOR-EDITADO
               MOVE WS-OPT-DESVIO(WS-OPT-I) TO WS-VALOR2-EDITADO
               MOVE SPACES TO ANM-LINHA
               STRING "   HISTORICO DE " WS-SEMANAS-HISTORICO
                   " SEMANAS: VENDAS " WS-TOTAL-EDITADO
                   " MEDIA " WS-VALOR-EDITADO
                   " DESVIO PADRAO " WS-VALOR2-EDITADO
                   DELIMITED BY SIZE INTO ANM-LINHA
               WRITE ANM-LINHA

               MOVE WS-OPT-QBR-QTD(WS-OPT-I) TO WS-CONT-EDITADO
               MOVE WS-OPT-QBR-FALTAS-QTD(WS-OPT-I) TO WS-CONT2-EDITADO
               MOVE WS-OPT-QBR-FALTAS(WS-OPT-I) TO WS-VALOR-EDITADO
               MOVE WS-OPT-QBR-SOBRAS(WS-OPT-I) TO WS-VALOR2-EDITADO
               MOVE SPACES TO ANM-LINHA
               STRING "   QUEBRAS DE CAIXA NO PERIODO: "
                   WS-CONT-EDITADO " FECHAMENTOS COM DIFERENCA, "
                   WS-CONT2-EDITADO " FALTAS TOTAL "
                   WS-VALOR-EDITADO " SOBRAS TOTAL "
                   WS-VALOR2-EDITADO
                   DELIMITED BY SIZE INTO ANM-LINHA
               WRITE ANM-LINHA
           END-IF.

       4300-IMPRIMIR-ACHADO.
           EVALUATE SRT-GRAVIDADE
               WHEN 1
                   MOVE "ALTA" TO WS-GRAU
                   ADD 1 TO WS-CONT-ALTA
               WHEN 2
                   MOVE "MEDIA" TO WS-GRAU
                   ADD 1 TO WS-CONT-MEDIA
               WHEN OTHER
                   MOVE "BAIXA" TO WS-GRAU
                   ADD 1 TO WS-CONT-BAIXA
           END-EVALUATE.

           MOVE SPACES TO ANM-LINHA.
           STRING "   [" WS-GRAU "] " SRT-TEXTO
               DELIMITED BY SIZE INTO ANM-LINHA.
           WRITE ANM-LINHA.

       9000-FINALIZAR.
           IF DETALHE-DISPONIVEL
               CLOSE VENDAS-DETALHE
           END-IF.
           IF CLIENTES-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE RELATORIO-ANOMALIAS.

           MOVE WS-CONT-ALTA TO WS-CONT-EDITADO.
           DISPLAY "RELATORIO DE ANOMALIAS GRAVADO EM RELANOM - "
               "ACHADOS DE GRAVIDADE ALTA: " WS-CONT-EDITADO.
