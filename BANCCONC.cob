       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCCONC.
      *************************************
      *OBJETIVO: CONCILIACAO BANCARIA DOS RECEBIMENTOS EM PIX E DOS
      *DEPOSITOS DO DINHEIRO DOS CAIXAS: CARREGA O EXTRATO DIARIO DO
      *BANCO (EXTRATOB) E CONFRONTA SEUS CREDITOS COM AS VENDAS EM
      *PIX (VDT-FORMA-PAGTO 03) DA DATA DE MOVIMENTO NO VENDDET,
      *UMA POR PEDIDO (OU POR LINHA, NA VENDA SEM PEDIDO), E COM O
      *DINHEIRO DAS SESSOES DE CAIXA FECHADAS NA DATA (SESSOES: AS
      *VENDAS DA SESSAO MAIS A SOBRA OU MENOS A FALTA DO LIVRO DE
      *QUEBRAS QUANDO HOUVE DIFERENCA).
      *O CREDITO CASA PELO VALOR, DENTRO DA TOLERANCIA, E PELA DATA,
      *DENTRO DA JANELA DE DIAS DE CADA TIPO (BCOCFG): PRIMEIRO OS
      *VALORES EXATOS, DEPOIS OS DENTRO DA TOLERANCIA E, PARA O
      *DEPOSITO, O TOTAL DAS SESSOES DE UM MESMO DIA.
      *O QUE NAO CASA FICA NO ARQUIVO DE PENDENCIAS (BCOPEND) E VOLTA
      *A SER CONFRONTADO NOS DIAS SEGUINTES, ATE CASAR OU VENCER O
      *PRAZO DE RETENCAO. O RELATORIO RELBANC TRAZ OS CONCILIADOS,
      *AS VENDAS E SESSOES SEM CREDITO, OS CREDITOS SEM ORIGEM E AS
      *PENDENCIAS DE DIAS ANTERIORES. A REEXECUCAO NA MESMA DATA
      *REFAZ O DIA SEM DUPLICAR AS PENDENCIAS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT SESSOES-CAIXA ASSIGN TO "SESSOES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SESSOES.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT EXTRATO-BANCO ASSIGN TO "EXTRATOB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EXTRATOB.

               SELECT CONFIG-BANCO ASSIGN TO "BCOCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BCOCFG.

               SELECT PENDENCIAS-BANCO ASSIGN TO "BCOPEND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BCOPEND.

               SELECT RELATORIO-BANCO ASSIGN TO "RELBANC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELBANC.
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  SESSOES-CAIXA
               LABEL RECORD IS STANDARD.
           01  SES-LINHA.
               05 SES-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 SES-OPERADOR PIC X(10).
               05 FILLER PIC X(1).
               05 SES-CAIXA PIC 9(2).
               05 FILLER PIC X(1).
               05 SES-ABERTURA PIC 9(8).
               05 FILLER PIC X(1).
               05 SES-FECHAMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 SES-QTD PIC 9(4).
               05 FILLER PIC X(1).
               05 SES-ACUMULADO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 SES-MENOR PIC 9(6)V99.
               05 FILLER PIC X(1).
               05 SES-MAIOR PIC 9(6)V99.

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

      *****************************************
      * EXTRATO DO BANCO: UMA LINHA POR LANCAMENTO. SO OS CREDITOS
      * (NATUREZA C) DE PIX E DE DEPOSITO EM DINHEIRO ENTRAM NA
      * CONCILIACAO; OS DEMAIS SAO SO CONTADOS
      *****************************************
           FD  EXTRATO-BANCO
               LABEL RECORD IS STANDARD.
           01  EXB-LINHA.
               05 EXB-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 EXB-TIPO PIC X(3).
                   88 EXB-PIX VALUE "PIX".
                   88 EXB-DEPOSITO VALUE "DEP".
               05 FILLER PIC X(1).
               05 EXB-NATUREZA PIC X(1).
                   88 EXB-CREDITO VALUE "C".
               05 FILLER PIC X(1).
               05 EXB-VALOR PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 EXB-DOCUMENTO PIC X(20).

           FD  CONFIG-BANCO
               LABEL RECORD IS STANDARD.
           01  BCF-LINHA.
               05 BCF-TOLERANCIA PIC 9(4)V99.
               05 FILLER PIC X(1).
               05 BCF-DIAS-PIX PIC 9(2).
               05 FILLER PIC X(1).
               05 BCF-DIAS-DEPOSITO PIC 9(2).
               05 FILLER PIC X(1).
               05 BCF-DIAS-RETENCAO PIC 9(3).

      *****************************************
      * PENDENCIAS: TIPO V (VENDA PIX), S (SESSAO DE CAIXA), P
      * (CREDITO PIX) OU D (DEPOSITO); DATA DE CARGA = DATA DE
      * MOVIMENTO EM QUE ENTROU; DATA DE BAIXA = DATA EM QUE UMA
      * PENDENCIA ANTERIOR CASOU (GUARDADA PARA A REEXECUCAO)
      *****************************************
           FD  PENDENCIAS-BANCO
               LABEL RECORD IS STANDARD.
           01  BPD-LINHA.
               05 BPD-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 BPD-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 BPD-VALOR PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 BPD-REFERENCIA PIC X(24).
               05 FILLER PIC X(1).
               05 BPD-DATA-CARGA PIC 9(8).
               05 FILLER PIC X(1).
               05 BPD-DATA-BAIXA PIC 9(8).

           FD  RELATORIO-BANCO
               LABEL RECORD IS STANDARD.
           01  RBC-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-SESSOES PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-EXTRATOB PIC X(2) VALUE "00".
           77 WS-FS-BCOCFG PIC X(2) VALUE "00".
           77 WS-FS-BCOPEND PIC X(2) VALUE "00".
           77 WS-FS-RELBANC PIC X(2) VALUE "00".
           77 WS-TOLERANCIA PIC 9(4)V99 VALUE ZEROS.
           77 WS-DIAS-PIX PIC 9(2) VALUE 1.
           77 WS-DIAS-DEPOSITO PIC 9(2) VALUE 3.
           77 WS-DIAS-RETENCAO PIC 9(3) VALUE 90.
           77 WS-LIMITE-PIX PIC 9(8).
           77 WS-LIMITE-DEPOSITO PIC 9(8).
           77 WS-LIMITE-RETENCAO PIC 9(8).
           77 WS-QTD-ITENS PIC 9(4) VALUE ZEROS.
           77 WS-MAX-ITENS PIC 9(4) VALUE 5000.
           77 WS-PRIMEIRO-HOJE PIC 9(4) VALUE ZEROS.
           77 WS-ITM-I PIC 9(4).
           77 WS-ITM-J PIC 9(4).
           77 WS-ITM-K PIC 9(4).
           77 WS-ACHADO PIC 9(4).
           77 WS-QBR-I PIC 9(3).
           77 WS-QTD-QUEBRAS PIC 9(3) VALUE ZEROS.
           77 WS-ESTOURO-SW PIC X(1) VALUE "N".
               88 TABELA-ESTOURADA VALUE "S".
           77 WS-PASSADA-SW PIC X(1).
               88 PASSADA-EXATA VALUE "E".
               88 PASSADA-TOLERANCIA VALUE "T".
           77 WS-DIFERENCA PIC S9(9)V99.
           77 WS-DIFERENCA-ABS PIC 9(9)V99.
           77 WS-SOMA-DIA PIC 9(9)V99.
           77 WS-QTD-DIA PIC 9(3).
           77 WS-TIPO-ESPERADO PIC X(1).
           77 WS-TIPO-DESCRICAO PIC X(9).
           77 WS-MARCA-ANTERIOR PIC X(3).
           77 WS-SITUACAO-TEXTO PIC X(20).
           77 WS-CONT-CONCILIADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-SEM-CREDITO PIC 9(5) VALUE ZEROS.
           77 WS-CONT-SEM-ORIGEM PIC 9(5) VALUE ZEROS.
           77 WS-CONT-ANTERIORES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-BAIXADAS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-OUTROS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-DIVERGENCIAS PIC 9(5) VALUE ZEROS.
           77 WS-VALOR-SEM-CREDITO PIC 9(10)V99 VALUE ZEROS.
           77 WS-VALOR-SEM-ORIGEM PIC 9(10)V99 VALUE ZEROS.
           77 WS-VALOR-ANTERIORES PIC 9(10)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(7)9,99.
           77 WS-BANCO-EDITADO PIC Z(7)9,99.
           77 WS-DIF-EDITADO PIC +Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-QTD-DIA-EDITADO PIC ZZ9.
           01 WS-REFERENCIA PIC X(24).

      *****************************************
      * ITENS A CONCILIAR: PRIMEIRO AS PENDENCIAS ANTERIORES, EM
      * ORDEM DE CARGA, DEPOIS AS VENDAS PIX, AS SESSOES E OS
      * CREDITOS DO DIA. NO CREDITO CONCILIADO O PAR APONTA O ITEM
      * ESPERADO (ZERO QUANDO CASOU COM O TOTAL DE SESSOES DO DIA) E
      * DATA/VALOR/QTD-PAR GUARDAM O QUE FOI CASADO
      *****************************************
           01 WS-NOVO-ITEM.
               05 WS-NOV-TIPO PIC X(1).
               05 WS-NOV-DATA PIC 9(8).
               05 WS-NOV-VALOR PIC 9(8)V99.
               05 WS-NOV-REFERENCIA PIC X(24).
               05 WS-NOV-DATA-CARGA PIC 9(8).
               05 WS-NOV-DATA-BAIXA PIC 9(8).
               05 WS-NOV-SITUACAO PIC X(1).
               05 WS-NOV-LIMITE PIC 9(8).
               05 WS-NOV-PAR PIC 9(4).
               05 WS-NOV-QTD-PAR PIC 9(3).
               05 WS-NOV-VALOR-PAR PIC 9(9)V99.
               05 WS-NOV-DATA-PAR PIC 9(8).
           01 WS-ITENS.
               05 WS-ITM OCCURS 5000 TIMES.
                   10 WS-ITM-TIPO PIC X(1).
                       88 ITM-VENDA-PIX VALUE "V".
                       88 ITM-SESSAO VALUE "S".
                       88 ITM-CREDITO-PIX VALUE "P".
                       88 ITM-DEPOSITO VALUE "D".
                       88 ITM-ESPERADO VALUE "V" "S".
                       88 ITM-BANCO VALUE "P" "D".
                   10 WS-ITM-DATA PIC 9(8).
                   10 WS-ITM-VALOR PIC 9(8)V99.
                   10 WS-ITM-REFERENCIA PIC X(24).
                   10 WS-ITM-DATA-CARGA PIC 9(8).
                   10 WS-ITM-DATA-BAIXA PIC 9(8).
                   10 WS-ITM-SITUACAO PIC X(1).
                       88 ITM-ABERTO VALUE "A".
                       88 ITM-CONCILIADO VALUE "C".
                       88 ITM-EXPIRADO VALUE "X".
                   10 WS-ITM-LIMITE PIC 9(8).
                   10 WS-ITM-PAR PIC 9(4).
                   10 WS-ITM-QTD-PAR PIC 9(3).
                   10 WS-ITM-VALOR-PAR PIC 9(9)V99.
                   10 WS-ITM-DATA-PAR PIC 9(8).

           01 WS-QUEBRAS-DIA.
               05 WS-QBR-ITEM OCCURS 300 TIMES.
                   10 WS-QBR-OPERADOR PIC X(10).
                   10 WS-QBR-CAIXA PIC 9(2).
                   10 WS-QBR-DIFERENCA PIC S9(7)V99.
                   10 WS-QBR-USADA PIC X(1).

           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR-VENDAS-PIX
               UNTIL WS-FS-VENDDET NOT = "00".
           PERFORM 3000-CARREGAR-SESSOES
               UNTIL WS-FS-SESSOES NOT = "00".
           PERFORM 4000-CARREGAR-EXTRATO
               UNTIL WS-FS-EXTRATOB NOT = "00".
           PERFORM 5000-CONCILIAR.
           PERFORM 6000-RELATAR.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-LER-CONFIG.
           PERFORM 1150-CALCULAR-LIMITES.

           OPEN OUTPUT RELATORIO-BANCO.
           MOVE SPACES TO RBC-LINHA.
           STRING "CONCILIACAO BANCARIA - PIX E DEPOSITOS EM DINHEIRO"
               " - MOVIMENTO DE " DMV-DATA
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           PERFORM 1200-CARREGAR-PENDENCIAS.
           COMPUTE WS-PRIMEIRO-HOJE = WS-QTD-ITENS + 1.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - SEM VENDAS PIX A "
                   "CONCILIAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           PERFORM 1300-CARREGAR-QUEBRAS.

           OPEN INPUT SESSOES-CAIXA.
           IF WS-FS-SESSOES NOT = "00"
               DISPLAY "ARQUIVO SESSOES AUSENTE - SEM DINHEIRO DE "
                   "CAIXA A CONCILIAR"
               MOVE "10" TO WS-FS-SESSOES
           END-IF.

           OPEN INPUT EXTRATO-BANCO.
           IF WS-FS-EXTRATOB NOT = "00"
               DISPLAY "EXTRATO EXTRATOB AUSENTE - SEM CREDITOS "
                   "BANCARIOS A CONFRONTAR"
               MOVE "10" TO WS-FS-EXTRATOB
           END-IF.

      *****************************************
      * PADRAO SEM BCOCFG: VALOR EXATO, PIX EM ATE 1 DIA, DEPOSITO
      * EM ATE 3 DIAS CORRIDOS E PENDENCIA GUARDADA POR 90 DIAS
      *****************************************
       1100-LER-CONFIG.
           OPEN INPUT CONFIG-BANCO.
           IF WS-FS-BCOCFG = "00"
               READ CONFIG-BANCO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCF-TOLERANCIA NUMERIC
                           MOVE BCF-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
                       IF BCF-DIAS-PIX NUMERIC
                           MOVE BCF-DIAS-PIX TO WS-DIAS-PIX
                       END-IF
                       IF BCF-DIAS-DEPOSITO NUMERIC
                           MOVE BCF-DIAS-DEPOSITO TO WS-DIAS-DEPOSITO
                       END-IF
                       IF BCF-DIAS-RETENCAO NUMERIC
                               AND BCF-DIAS-RETENCAO > ZEROS
                           MOVE BCF-DIAS-RETENCAO TO WS-DIAS-RETENCAO
                       END-IF
               END-READ
               CLOSE CONFIG-BANCO
           END-IF.
           MOVE "00" TO WS-FS-BCOCFG.

           IF WS-DIAS-RETENCAO < WS-DIAS-PIX
               MOVE WS-DIAS-PIX TO WS-DIAS-RETENCAO
           END-IF.
           IF WS-DIAS-RETENCAO < WS-DIAS-DEPOSITO
               MOVE WS-DIAS-DEPOSITO TO WS-DIAS-RETENCAO
           END-IF.

      *****************************************
      * ESPERADO COM DATA ANTERIOR AO LIMITE DO SEU TIPO JA DEVIA TER
      * CREDITO (VENCIDO); PENDENCIA ANTERIOR AO LIMITE DE RETENCAO
      * E BAIXADA
      *****************************************
       1150-CALCULAR-LIMITES.
           MOVE ZEROS TO CAL-FILIAL.
           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-PIX TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-LIMITE-PIX.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-DEPOSITO TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-LIMITE-DEPOSITO.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-RETENCAO TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-LIMITE-RETENCAO.

      *****************************************
      * PENDENCIAS DOS DIAS ANTERIORES. O QUE FOI CARREGADO NA
      * PROPRIA DATA DE MOVIMENTO (REEXECUCAO) E DESPREZADO, POIS
      * SERA LIDO DE NOVO DAS ORIGENS; O QUE CASOU NA PROPRIA DATA
      * VOLTA A FICAR EM ABERTO PARA SER CONFRONTADO DE NOVO; O QUE
      * CASOU EM DIA ANTERIOR SAI DO ARQUIVO
      *****************************************
       1200-CARREGAR-PENDENCIAS.
           OPEN INPUT PENDENCIAS-BANCO.
           IF WS-FS-BCOPEND = "00"
               PERFORM 1210-LER-PENDENCIA
                   UNTIL WS-FS-BCOPEND NOT = "00"
               CLOSE PENDENCIAS-BANCO
           END-IF.
           MOVE "00" TO WS-FS-BCOPEND.

       1210-LER-PENDENCIA.
           READ PENDENCIAS-BANCO
               AT END
                   MOVE "10" TO WS-FS-BCOPEND
               NOT AT END
                   EVALUATE TRUE
                       WHEN BPD-DATA-CARGA >= DMV-DATA
                           CONTINUE
                       WHEN BPD-DATA-BAIXA NOT = ZEROS
                               AND BPD-DATA-BAIXA < DMV-DATA
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO WS-NOVO-ITEM
                           MOVE BPD-TIPO TO WS-NOV-TIPO
                           MOVE BPD-DATA TO WS-NOV-DATA
                           MOVE BPD-VALOR TO WS-NOV-VALOR
                           MOVE BPD-REFERENCIA TO WS-NOV-REFERENCIA
                           MOVE BPD-DATA-CARGA TO WS-NOV-DATA-CARGA
                           PERFORM 8500-INCLUIR-ITEM
                           IF BPD-DATA < WS-LIMITE-RETENCAO
                                   AND NOT TABELA-ESTOURADA
                               SET ITM-EXPIRADO(WS-QTD-ITENS) TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

      *****************************************
      * DIFERENCA APURADA NO FECHAMENTO CEGO DAS SESSOES DO DIA QUE
      * TIVERAM QUEBRA: A SOBRA VAI PARA O BANCO, A FALTA NAO
      *****************************************
       1300-CARREGAR-QUEBRAS.
           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS = "00"
               PERFORM 1310-LER-QUEBRA
                   UNTIL WS-FS-QUEBRAS NOT = "00"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           MOVE "00" TO WS-FS-QUEBRAS.

       1310-LER-QUEBRA.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   IF QBR-DATA = DMV-DATA
                           AND WS-QTD-QUEBRAS < 300
                       ADD 1 TO WS-QTD-QUEBRAS
                       MOVE QBR-OPERADOR TO
                           WS-QBR-OPERADOR(WS-QTD-QUEBRAS)
                       MOVE QBR-CAIXA TO WS-QBR-CAIXA(WS-QTD-QUEBRAS)
                       MOVE QBR-DIFERENCA TO
                           WS-QBR-DIFERENCA(WS-QTD-QUEBRAS)
                       MOVE "N" TO WS-QBR-USADA(WS-QTD-QUEBRAS)
                   END-IF
           END-READ.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           MOVE DMV-DATA TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

      *****************************************
      * VENDAS PIX DO DIA: AS LINHAS DE UM MESMO PEDIDO SOMAM NUM SO
      * ITEM, POIS O CLIENTE PAGA O PEDIDO NUM SO PIX. ESTORNO NAO
      * ENTRA: A DEVOLUCAO E UM DEBITO NO EXTRATO
      *****************************************
       2000-CARREGAR-VENDAS-PIX.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA = DMV-DATA
                           AND VDT-FORMA-PAGTO = 03
                           AND VDT-TIPO-VENDA
                       PERFORM 2100-ACUMULAR-VENDA-PIX
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2100-ACUMULAR-VENDA-PIX.
           MOVE SPACES TO WS-REFERENCIA.
           IF VDT-PEDIDO > ZEROS
               STRING "PED " VDT-PEDIDO " CLI " VDT-CODIGO
                   DELIMITED BY SIZE INTO WS-REFERENCIA
           ELSE
               STRING "CLI " VDT-CODIGO " SEQ " VDT-SEQUENCIA
                   DELIMITED BY SIZE INTO WS-REFERENCIA
           END-IF.

           MOVE ZEROS TO WS-ACHADO.
           PERFORM VARYING WS-ITM-I FROM WS-PRIMEIRO-HOJE BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
                       OR WS-ACHADO > ZEROS
               IF ITM-VENDA-PIX(WS-ITM-I)
                       AND WS-ITM-REFERENCIA(WS-ITM-I) = WS-REFERENCIA
                   MOVE WS-ITM-I TO WS-ACHADO
               END-IF
           END-PERFORM.

           IF WS-ACHADO > ZEROS
               ADD VDT-VALOR TO WS-ITM-VALOR(WS-ACHADO)
           ELSE
               MOVE SPACES TO WS-NOVO-ITEM
               MOVE "V" TO WS-NOV-TIPO
               MOVE VDT-DATA TO WS-NOV-DATA
               MOVE VDT-VALOR TO WS-NOV-VALOR
               MOVE WS-REFERENCIA TO WS-NOV-REFERENCIA
               MOVE DMV-DATA TO WS-NOV-DATA-CARGA
               PERFORM 8500-INCLUIR-ITEM
           END-IF.

      *****************************************
      * UMA SESSAO FECHADA NO DIA = UM DINHEIRO A DEPOSITAR: AS
      * VENDAS DA SESSAO (O FUNDO DE TROCO FICA NA LOJA E AS
      * SANGRIAS SAO PARTE DESSE DINHEIRO) AJUSTADAS PELA QUEBRA DO
      * MESMO OPERADOR E CAIXA, SE HOUVE
      *****************************************
       3000-CARREGAR-SESSOES.
           READ SESSOES-CAIXA
               AT END
                   MOVE "10" TO WS-FS-SESSOES
               NOT AT END
                   IF SES-DATA = DMV-DATA
                       PERFORM 3100-INCLUIR-SESSAO
                   END-IF
           END-READ.

       3100-INCLUIR-SESSAO.
           MOVE SPACES TO WS-NOVO-ITEM.
           MOVE "S" TO WS-NOV-TIPO.
           MOVE SES-DATA TO WS-NOV-DATA.
           MOVE SES-ACUMULADO TO WS-NOV-VALOR.
           STRING SES-OPERADOR " CX " SES-CAIXA
               DELIMITED BY SIZE INTO WS-NOV-REFERENCIA.
           MOVE DMV-DATA TO WS-NOV-DATA-CARGA.

           MOVE ZEROS TO WS-ACHADO.
           PERFORM VARYING WS-QBR-I FROM 1 BY 1
                   UNTIL WS-QBR-I > WS-QTD-QUEBRAS
                       OR WS-ACHADO > ZEROS
               IF WS-QBR-OPERADOR(WS-QBR-I) = SES-OPERADOR
                       AND WS-QBR-CAIXA(WS-QBR-I) = SES-CAIXA
                       AND WS-QBR-USADA(WS-QBR-I) = "N"
                   MOVE WS-QBR-I TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO > ZEROS
               IF SES-ACUMULADO + WS-QBR-DIFERENCA(WS-ACHADO) > 0
                   COMPUTE WS-NOV-VALOR = SES-ACUMULADO +
                       WS-QBR-DIFERENCA(WS-ACHADO)
               ELSE
                   MOVE ZEROS TO WS-NOV-VALOR
               END-IF
               MOVE "S" TO WS-QBR-USADA(WS-ACHADO)
           END-IF.

           IF WS-NOV-VALOR > ZEROS
               PERFORM 8500-INCLUIR-ITEM
           END-IF.

      *****************************************
      * CREDITOS DO EXTRATO: PIX E DEPOSITO; DEBITOS E OUTROS TIPOS
      * DE CREDITO (CARTAO, TED, BOLETO) SO SAO CONTADOS
      *****************************************
       4000-CARREGAR-EXTRATO.
           READ EXTRATO-BANCO
               AT END
                   MOVE "10" TO WS-FS-EXTRATOB
               NOT AT END
                   IF EXB-CREDITO AND (EXB-PIX OR EXB-DEPOSITO)
                           AND EXB-VALOR NUMERIC
                       MOVE SPACES TO WS-NOVO-ITEM
                       IF EXB-PIX
                           MOVE "P" TO WS-NOV-TIPO
                       ELSE
                           MOVE "D" TO WS-NOV-TIPO
                       END-IF
                       MOVE EXB-DATA TO WS-NOV-DATA
                       MOVE EXB-VALOR TO WS-NOV-VALOR
                       MOVE EXB-DOCUMENTO TO WS-NOV-REFERENCIA
                       MOVE DMV-DATA TO WS-NOV-DATA-CARGA
                       PERFORM 8500-INCLUIR-ITEM
                   ELSE
                       ADD 1 TO WS-CONT-OUTROS
                   END-IF
           END-READ.

      *****************************************
      * CADA CREDITO ACEITA ESPERADOS DO SEU TIPO COM DATA ENTRE A
      * DATA DO CREDITO MENOS A JANELA E A PROPRIA DATA DO CREDITO.
      * PRIMEIRO TODOS OS CREDITOS PROCURAM O VALOR EXATO, PARA UM
      * VALOR APROXIMADO NAO TOMAR O PAR EXATO DE OUTRO CREDITO;
      * DEPOIS O VALOR DENTRO DA TOLERANCIA; POR FIM O DEPOSITO
      * PROCURA O TOTAL DAS SESSOES DE UM DIA
      *****************************************
       5000-CONCILIAR.
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-BANCO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   SET CAL-FUNCAO-SUBTRAIR TO TRUE
                   MOVE WS-ITM-DATA(WS-ITM-I) TO CAL-DATA
                   IF ITM-CREDITO-PIX(WS-ITM-I)
                       MOVE WS-DIAS-PIX TO CAL-DIAS
                   ELSE
                       MOVE WS-DIAS-DEPOSITO TO CAL-DIAS
                   END-IF
                   CALL "CALNEG" USING CAL-AREA
                   MOVE CAL-DATA-RESULTADO TO WS-ITM-LIMITE(WS-ITM-I)
               END-IF
           END-PERFORM.

           SET PASSADA-EXATA TO TRUE.
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-BANCO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   PERFORM 5100-PROCURAR-ESPERADO
               END-IF
           END-PERFORM.

           SET PASSADA-TOLERANCIA TO TRUE.
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-BANCO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   PERFORM 5100-PROCURAR-ESPERADO
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-DEPOSITO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   PERFORM 5300-PROCURAR-TOTAL-DIA
               END-IF
           END-PERFORM.

       5100-PROCURAR-ESPERADO.
           IF ITM-CREDITO-PIX(WS-ITM-I)
               MOVE "V" TO WS-TIPO-ESPERADO
           ELSE
               MOVE "S" TO WS-TIPO-ESPERADO
           END-IF.

           MOVE ZEROS TO WS-ACHADO.
           PERFORM VARYING WS-ITM-J FROM 1 BY 1
                   UNTIL WS-ITM-J > WS-QTD-ITENS
                       OR WS-ACHADO > ZEROS
               IF WS-ITM-TIPO(WS-ITM-J) = WS-TIPO-ESPERADO
                       AND ITM-ABERTO(WS-ITM-J)
                       AND WS-ITM-DATA(WS-ITM-J) >=
                           WS-ITM-LIMITE(WS-ITM-I)
                       AND WS-ITM-DATA(WS-ITM-J) <=
                           WS-ITM-DATA(WS-ITM-I)
                   COMPUTE WS-DIFERENCA = WS-ITM-VALOR(WS-ITM-I) -
                       WS-ITM-VALOR(WS-ITM-J)
                   IF WS-DIFERENCA < ZEROS
                       COMPUTE WS-DIFERENCA-ABS = WS-DIFERENCA * -1
                   ELSE
                       MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   END-IF
                   IF WS-DIFERENCA-ABS = ZEROS
                       OR (PASSADA-TOLERANCIA
                           AND WS-DIFERENCA-ABS <= WS-TOLERANCIA)
                       MOVE WS-ITM-J TO WS-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACHADO > ZEROS
               SET ITM-CONCILIADO(WS-ACHADO) TO TRUE
               MOVE DMV-DATA TO WS-ITM-DATA-BAIXA(WS-ACHADO)
               MOVE WS-ITM-I TO WS-ITM-PAR(WS-ACHADO)
               SET ITM-CONCILIADO(WS-ITM-I) TO TRUE
               MOVE DMV-DATA TO WS-ITM-DATA-BAIXA(WS-ITM-I)
               MOVE WS-ACHADO TO WS-ITM-PAR(WS-ITM-I)
               MOVE 1 TO WS-ITM-QTD-PAR(WS-ITM-I)
               MOVE WS-ITM-VALOR(WS-ACHADO) TO
                   WS-ITM-VALOR-PAR(WS-ITM-I)
               MOVE WS-ITM-DATA(WS-ACHADO) TO
                   WS-ITM-DATA-PAR(WS-ITM-I)
           END-IF.

      *****************************************
      * DEPOSITO DO DINHEIRO DE VARIAS SESSOES DE UMA VEZ: SOMA AS
      * SESSOES EM ABERTO DE CADA DIA DA JANELA E CASA COM A PRIMEIRA
      * SOMA DENTRO DA TOLERANCIA
      *****************************************
       5300-PROCURAR-TOTAL-DIA.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM VARYING WS-ITM-J FROM 1 BY 1
                   UNTIL WS-ITM-J > WS-QTD-ITENS
                       OR WS-ACHADO > ZEROS
               IF ITM-SESSAO(WS-ITM-J)
                       AND ITM-ABERTO(WS-ITM-J)
                       AND WS-ITM-DATA(WS-ITM-J) >=
                           WS-ITM-LIMITE(WS-ITM-I)
                       AND WS-ITM-DATA(WS-ITM-J) <=
                           WS-ITM-DATA(WS-ITM-I)
                   PERFORM 5310-SOMAR-SESSOES-DIA
                   COMPUTE WS-DIFERENCA = WS-ITM-VALOR(WS-ITM-I) -
                       WS-SOMA-DIA
                   IF WS-DIFERENCA < ZEROS
                       COMPUTE WS-DIFERENCA-ABS = WS-DIFERENCA * -1
                   ELSE
                       MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   END-IF
                   IF WS-QTD-DIA > 1
                           AND WS-DIFERENCA-ABS <= WS-TOLERANCIA
                       MOVE WS-ITM-J TO WS-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACHADO > ZEROS
               PERFORM VARYING WS-ITM-K FROM 1 BY 1
                       UNTIL WS-ITM-K > WS-QTD-ITENS
                   IF ITM-SESSAO(WS-ITM-K)
                           AND ITM-ABERTO(WS-ITM-K)
                           AND WS-ITM-DATA(WS-ITM-K) =
                               WS-ITM-DATA(WS-ACHADO)
                       SET ITM-CONCILIADO(WS-ITM-K) TO TRUE
                       MOVE DMV-DATA TO WS-ITM-DATA-BAIXA(WS-ITM-K)
                       MOVE WS-ITM-I TO WS-ITM-PAR(WS-ITM-K)
                   END-IF
               END-PERFORM
               SET ITM-CONCILIADO(WS-ITM-I) TO TRUE
               MOVE DMV-DATA TO WS-ITM-DATA-BAIXA(WS-ITM-I)
               MOVE ZEROS TO WS-ITM-PAR(WS-ITM-I)
               MOVE WS-QTD-DIA TO WS-ITM-QTD-PAR(WS-ITM-I)
               MOVE WS-SOMA-DIA TO WS-ITM-VALOR-PAR(WS-ITM-I)
               MOVE WS-ITM-DATA(WS-ACHADO) TO
                   WS-ITM-DATA-PAR(WS-ITM-I)
           END-IF.

       5310-SOMAR-SESSOES-DIA.
           MOVE ZEROS TO WS-SOMA-DIA.
           MOVE ZEROS TO WS-QTD-DIA.
           PERFORM VARYING WS-ITM-K FROM 1 BY 1
                   UNTIL WS-ITM-K > WS-QTD-ITENS
               IF ITM-SESSAO(WS-ITM-K)
                       AND ITM-ABERTO(WS-ITM-K)
                       AND WS-ITM-DATA(WS-ITM-K) =
                           WS-ITM-DATA(WS-ITM-J)
                   ADD WS-ITM-VALOR(WS-ITM-K) TO WS-SOMA-DIA
                   ADD 1 TO WS-QTD-DIA
               END-IF
           END-PERFORM.

       6000-RELATAR.
           PERFORM 6100-RELATAR-CONCILIADOS.
           PERFORM 6200-RELATAR-SEM-CREDITO.
           PERFORM 6300-RELATAR-SEM-ORIGEM.
           PERFORM 6400-RELATAR-ANTERIORES.

      *****************************************
      * UMA LINHA POR CREDITO CONCILIADO; "ANT" QUANDO UM DOS LADOS
      * VEIO DE PENDENCIA ANTERIOR
      *****************************************
       6100-RELATAR-CONCILIADOS.
           MOVE SPACES TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE "CONCILIADOS" TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE SPACES TO RBC-LINHA.
           STRING "TIPO      DATA     REFERENCIA               "
               "      VALOR BANCO    DOCUMENTO                "
               "        CREDITO   DIFERENCA"
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-BANCO(WS-ITM-I) AND ITM-CONCILIADO(WS-ITM-I)
                   PERFORM 6110-LINHA-CONCILIADO
               END-IF
           END-PERFORM.

       6110-LINHA-CONCILIADO.
           ADD 1 TO WS-CONT-CONCILIADOS.
           MOVE SPACES TO WS-MARCA-ANTERIOR.
           IF WS-ITM-DATA-CARGA(WS-ITM-I) < DMV-DATA
               MOVE "ANT" TO WS-MARCA-ANTERIOR
           END-IF.

           MOVE SPACES TO WS-REFERENCIA.
           IF WS-ITM-PAR(WS-ITM-I) > ZEROS
               MOVE WS-ITM-PAR(WS-ITM-I) TO WS-ITM-J
               MOVE WS-ITM-TIPO(WS-ITM-J) TO WS-TIPO-ESPERADO
               MOVE WS-ITM-REFERENCIA(WS-ITM-J) TO WS-REFERENCIA
               IF WS-ITM-DATA-CARGA(WS-ITM-J) < DMV-DATA
                   MOVE "ANT" TO WS-MARCA-ANTERIOR
               END-IF
           ELSE
               MOVE "S" TO WS-TIPO-ESPERADO
               MOVE WS-ITM-QTD-PAR(WS-ITM-I) TO WS-QTD-DIA-EDITADO
               STRING "TOTAL DE " WS-QTD-DIA-EDITADO " SESSOES"
                   DELIMITED BY SIZE INTO WS-REFERENCIA
           END-IF.
           PERFORM 8100-DESCREVER-ESPERADO.

           COMPUTE WS-DIFERENCA = WS-ITM-VALOR(WS-ITM-I) -
               WS-ITM-VALOR-PAR(WS-ITM-I).
           MOVE WS-ITM-VALOR-PAR(WS-ITM-I) TO WS-VALOR-EDITADO.
           MOVE WS-ITM-VALOR(WS-ITM-I) TO WS-BANCO-EDITADO.
           MOVE WS-DIFERENCA TO WS-DIF-EDITADO.
           MOVE SPACES TO WS-SITUACAO-TEXTO.
           IF WS-DIFERENCA NOT = ZEROS
               ADD 1 TO WS-CONT-DIVERGENCIAS
               MOVE "*** DIFERENCA ***" TO WS-SITUACAO-TEXTO
           END-IF.

           MOVE SPACES TO RBC-LINHA.
           STRING WS-TIPO-DESCRICAO " " WS-ITM-DATA-PAR(WS-ITM-I) " "
               WS-REFERENCIA " " WS-VALOR-EDITADO " "
               WS-ITM-DATA(WS-ITM-I) " " WS-ITM-REFERENCIA(WS-ITM-I)
               " " WS-BANCO-EDITADO " " WS-DIF-EDITADO " "
               WS-MARCA-ANTERIOR " " WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

      *****************************************
      * VENDAS PIX E SESSOES DO DIA SEM CREDITO: AINDA NO PRAZO
      * QUANDO A JANELA DO TIPO NAO VENCEU
      *****************************************
       6200-RELATAR-SEM-CREDITO.
           MOVE SPACES TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE SPACES TO RBC-LINHA.
           STRING "VENDAS PIX E SESSOES DE CAIXA DO DIA SEM CREDITO NO "
               "BANCO"
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           PERFORM VARYING WS-ITM-I FROM WS-PRIMEIRO-HOJE BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-ESPERADO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   ADD 1 TO WS-CONT-SEM-CREDITO
                   ADD WS-ITM-VALOR(WS-ITM-I) TO WS-VALOR-SEM-CREDITO
                   PERFORM 6500-LINHA-PENDENTE
               END-IF
           END-PERFORM.

       6300-RELATAR-SEM-ORIGEM.
           MOVE SPACES TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE "CREDITOS DO EXTRATO SEM VENDA OU SESSAO CORRESPONDENTE"
               TO RBC-LINHA.
           WRITE RBC-LINHA.

           PERFORM VARYING WS-ITM-I FROM WS-PRIMEIRO-HOJE BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-BANCO(WS-ITM-I) AND ITM-ABERTO(WS-ITM-I)
                   ADD 1 TO WS-CONT-SEM-ORIGEM
                   ADD WS-ITM-VALOR(WS-ITM-I) TO WS-VALOR-SEM-ORIGEM
                   PERFORM 6500-LINHA-PENDENTE
               END-IF
           END-PERFORM.

      *****************************************
      * DIFERENCAS QUE VIERAM DE DIAS ANTERIORES E CONTINUAM EM
      * ABERTO, MAIS AS BAIXADAS AGORA PELO PRAZO DE RETENCAO
      *****************************************
       6400-RELATAR-ANTERIORES.
           MOVE SPACES TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE "PENDENCIAS DE DIAS ANTERIORES AINDA EM ABERTO"
               TO RBC-LINHA.
           WRITE RBC-LINHA.

           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I >= WS-PRIMEIRO-HOJE
               IF ITM-ABERTO(WS-ITM-I) OR ITM-EXPIRADO(WS-ITM-I)
                   IF ITM-EXPIRADO(WS-ITM-I)
                       ADD 1 TO WS-CONT-BAIXADAS
                   ELSE
                       ADD 1 TO WS-CONT-ANTERIORES
                       ADD WS-ITM-VALOR(WS-ITM-I) TO
                           WS-VALOR-ANTERIORES
                   END-IF
                   PERFORM 6500-LINHA-PENDENTE
               END-IF
           END-PERFORM.

      *****************************************
      * CREDITO SEM ORIGEM E ESPERADO COM A JANELA VENCIDA SAO
      * DIVERGENCIAS; ESPERADO NA JANELA AINDA AGUARDA O CREDITO
      *****************************************
       6500-LINHA-PENDENTE.
           MOVE WS-ITM-TIPO(WS-ITM-I) TO WS-TIPO-ESPERADO.
           PERFORM 8100-DESCREVER-ESPERADO.

           EVALUATE TRUE
               WHEN ITM-EXPIRADO(WS-ITM-I)
                   MOVE "BAIXADA POR PRAZO" TO WS-SITUACAO-TEXTO
               WHEN ITM-BANCO(WS-ITM-I)
                   ADD 1 TO WS-CONT-DIVERGENCIAS
                   MOVE "*** SEM ORIGEM ***" TO WS-SITUACAO-TEXTO
               WHEN ITM-VENDA-PIX(WS-ITM-I)
                       AND WS-ITM-DATA(WS-ITM-I) < WS-LIMITE-PIX
                   ADD 1 TO WS-CONT-DIVERGENCIAS
                   MOVE "*** VENCIDA ***" TO WS-SITUACAO-TEXTO
               WHEN ITM-SESSAO(WS-ITM-I)
                       AND WS-ITM-DATA(WS-ITM-I) < WS-LIMITE-DEPOSITO
                   ADD 1 TO WS-CONT-DIVERGENCIAS
                   MOVE "*** VENCIDA ***" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "AGUARDANDO CREDITO" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

           MOVE WS-ITM-VALOR(WS-ITM-I) TO WS-VALOR-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING WS-TIPO-DESCRICAO " " WS-ITM-DATA(WS-ITM-I) " "
               WS-ITM-REFERENCIA(WS-ITM-I) " " WS-VALOR-EDITADO " "
               WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

       8100-DESCREVER-ESPERADO.
           EVALUATE WS-TIPO-ESPERADO
               WHEN "V"
                   MOVE "VENDA PIX" TO WS-TIPO-DESCRICAO
               WHEN "S"
                   MOVE "DINHEIRO" TO WS-TIPO-DESCRICAO
               WHEN "P"
                   MOVE "CRED PIX" TO WS-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE "DEPOSITO" TO WS-TIPO-DESCRICAO
           END-EVALUATE.

       8500-INCLUIR-ITEM.
           IF WS-QTD-ITENS >= WS-MAX-ITENS
               IF NOT TABELA-ESTOURADA
                   DISPLAY "MAIS DE " WS-MAX-ITENS " ITENS A CONCILIAR"
                       " - PENDENCIAS NAO REGRAVADAS"
               END-IF
               SET TABELA-ESTOURADA TO TRUE
           ELSE
               ADD 1 TO WS-QTD-ITENS
               MOVE "A" TO WS-NOV-SITUACAO
               MOVE ZEROS TO WS-NOV-DATA-BAIXA
               MOVE ZEROS TO WS-NOV-LIMITE
               MOVE ZEROS TO WS-NOV-PAR
               MOVE ZEROS TO WS-NOV-QTD-PAR
               MOVE ZEROS TO WS-NOV-VALOR-PAR
               MOVE ZEROS TO WS-NOV-DATA-PAR
               MOVE WS-NOVO-ITEM TO WS-ITM(WS-QTD-ITENS)
           END-IF.

      *****************************************
      * REGRAVA AS PENDENCIAS: O QUE FICOU EM ABERTO E AS PENDENCIAS
      * ANTERIORES CASADAS HOJE (COM A DATA DE BAIXA, PARA A
      * REEXECUCAO DO DIA PODER REABRI-LAS)
      *****************************************
       8800-GRAVAR-PENDENCIAS.
           OPEN OUTPUT PENDENCIAS-BANCO.
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
                   UNTIL WS-ITM-I > WS-QTD-ITENS
               IF ITM-ABERTO(WS-ITM-I)
                       OR (ITM-CONCILIADO(WS-ITM-I)
                           AND WS-ITM-DATA-CARGA(WS-ITM-I) < DMV-DATA)
                   MOVE SPACES TO BPD-LINHA
                   MOVE WS-ITM-TIPO(WS-ITM-I) TO BPD-TIPO
                   MOVE WS-ITM-DATA(WS-ITM-I) TO BPD-DATA
                   MOVE WS-ITM-VALOR(WS-ITM-I) TO BPD-VALOR
                   MOVE WS-ITM-REFERENCIA(WS-ITM-I) TO BPD-REFERENCIA
                   MOVE WS-ITM-DATA-CARGA(WS-ITM-I) TO BPD-DATA-CARGA
                   MOVE WS-ITM-DATA-BAIXA(WS-ITM-I) TO BPD-DATA-BAIXA
                   WRITE BPD-LINHA
               END-IF
           END-PERFORM.
           CLOSE PENDENCIAS-BANCO.

       9000-FINALIZAR.
           MOVE SPACES TO RBC-LINHA.
           WRITE RBC-LINHA.
           MOVE WS-CONT-CONCILIADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "CREDITOS CONCILIADOS:             " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-SEM-CREDITO TO WS-CONT-EDITADO.
           MOVE WS-VALOR-SEM-CREDITO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "VENDAS/SESSOES DO DIA SEM CREDITO: " WS-CONT-EDITADO
               " " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-SEM-ORIGEM TO WS-CONT-EDITADO.
           MOVE WS-VALOR-SEM-ORIGEM TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "CREDITOS SEM ORIGEM:              " WS-CONT-EDITADO
               " " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-ANTERIORES TO WS-CONT-EDITADO.
           MOVE WS-VALOR-ANTERIORES TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "PENDENCIAS ANTERIORES EM ABERTO:  " WS-CONT-EDITADO
               " " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-BAIXADAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "PENDENCIAS BAIXADAS POR PRAZO:    " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-OUTROS TO WS-CONT-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "LANCAMENTOS DO EXTRATO IGNORADOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           MOVE WS-CONT-DIVERGENCIAS TO WS-CONT-EDITADO.
           MOVE SPACES TO RBC-LINHA.
           STRING "DIVERGENCIAS:                     " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RBC-LINHA.
           WRITE RBC-LINHA.

           IF TABELA-ESTOURADA
               MOVE SPACES TO RBC-LINHA
               STRING "*** TABELA DE ITENS ESGOTADA - PENDENCIAS NAO "
                   "REGRAVADAS ***"
                   DELIMITED BY SIZE INTO RBC-LINHA
               WRITE RBC-LINHA
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 8800-GRAVAR-PENDENCIAS
               IF WS-CONT-DIVERGENCIAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-SESSOES = "10"
               CLOSE SESSOES-CAIXA
           END-IF.
           IF WS-FS-EXTRATOB = "10"
               CLOSE EXTRATO-BANCO
           END-IF.
           CLOSE RELATORIO-BANCO.

           DISPLAY "CONCILIACAO BANCARIA GRAVADA NO ARQUIVO RELBANC".

       END PROGRAM BANCCONC.
