       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREFIL.
      *************************************
      *OBJETIVO: DEMONSTRATIVO DE RESULTADO GERENCIAL MENSAL POR
      *FILIAL E CONSOLIDADO (RELDRE), UMA PAGINA POR FILIAL, JUNTANDO
      *NUMA SO CONTA AS PECAS QUE HOJE SAEM EM RELATORIOS SEPARADOS:
      *VENDAS BRUTAS (VALOR MAIS DESCONTO DAS VENDAS DO VENDDET),
      *DEVOLUCOES E ESTORNOS, DESCONTOS (RELDESC), VENDAS LIQUIDAS
      *(O MESMO NUMERO DO VENDCLI E DO RELFECHA), TRIBUTOS PELA
      *ALIQUOTA DO TRIBTAB (RELTRIB), CUSTO DAS MERCADORIAS PELO
      *CUSTO MEDIO DO PRODMST, KIT PELOS COMPONENTES (MARGEM), MARGEM
      *BRUTA, COMISSOES (COMAPUR DO COMISSAO RATEADO PELAS VENDAS
      *LIQUIDAS DE CADA VENDEDOR EM CADA FILIAL; SEM COMAPUR DO
      *PERIODO, ESTIMADAS PELA TAXA BASE DO VENDMST), PERDAS COM
      *INADIMPLENCIA (WOFFLOG, FILIAL DO CLIENTE) E DIFERENCAS DE
      *CAIXA (QUEBRAS, FILIAL DO OPERADOR), CADA LINHA COM O MES
      *ANTERIOR E O MESMO MES DO ANO ANTERIOR.
      *O PERIODO E O DA COMPETENCIA DO LANCAMENTO (VDT-COMPETENCIA),
      *COMO NO VENDCLI. SO RODA PARA PERIODO FECHADO NO PERCTL, E A
      *VENDA LIQUIDA CONSOLIDADA E CONFERIDA CONTRA O TOTAL GUARDADO
      *NO FECHAMENTO (DIVERGENCIA = CODIGO DE RETORNO 4).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTROLE-PERIODOS ASSIGN TO "PERCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PER-CHAVE
                   FILE STATUS IS WS-FS-PERCTL.

               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT TABELA-TRIBUTOS ASSIGN TO "TRIBTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRIBTAB.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEN-CODIGO
                   FILE STATUS IS WS-FS-VENDMST.

               SELECT APURACAO-COMISSOES ASSIGN TO "COMAPUR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMAPUR.

               SELECT LOG-PERDAS ASSIGN TO "WOFFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WOFFLOG.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT OPERADORES ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS WS-FS-OPERMST.

               SELECT RELATORIO-DRE ASSIGN TO "RELDRE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELDRE.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTROLE-PERIODOS
               LABEL RECORD IS STANDARD.
               COPY "PERCTL-REG.CPY".

           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  TABELA-TRIBUTOS
               LABEL RECORD IS STANDARD.
           01  TRB-LINHA.
               05 TRB-CODIGO PIC 9(2).
               05 FILLER PIC X(1).
               05 TRB-ALIQUOTA PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 TRB-DESCRICAO PIC X(20).

           FD  CADASTRO-VENDEDORES
               LABEL RECORD IS STANDARD.
               COPY "VENDEDOR-REG.CPY".

           FD  APURACAO-COMISSOES
               LABEL RECORD IS STANDARD.
               COPY "COMAPUR-REG.CPY".

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
               05 FILLER PIC X(1).
               05 WOF-MOTIVO PIC 9(2).
               05 FILLER PIC X(1).
               05 WOF-OPERADOR PIC X(10).
               05 FILLER PIC X(1).
               05 WOF-APROVADOR PIC X(10).

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

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

           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

           FD  RELATORIO-DRE
               LABEL RECORD IS STANDARD.
           01  DRE-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-PERCTL PIC X(2) VALUE "00".
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-FS-TRIBTAB PIC X(2) VALUE "00".
           77 WS-FS-VENDMST PIC X(2) VALUE "00".
           77 WS-FS-COMAPUR PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-OPERMST PIC X(2) VALUE "00".
           77 WS-FS-RELDRE PIC X(2) VALUE "00".
           77 WS-GERACAO-SW PIC X(1) VALUE "S".
               88 GERACAO-PERMITIDA VALUE "S".
               88 GERACAO-RECUSADA VALUE "N".
           77 WS-KITS-SW PIC X(1) VALUE "N".
               88 KITS-DISPONIVEL VALUE "S".
               88 KITS-INDISPONIVEL VALUE "N".
           77 WS-KIT-SW PIC X(1).
               88 PRODUTO-KIT VALUE "S".
               88 PRODUTO-SIMPLES VALUE "N".
           77 WS-TABELA-SW PIC X(1) VALUE "N".
               88 TABELA-CHEIA VALUE "S".
               88 TABELA-COM-ESPACO VALUE "N".
           77 WS-CAP-SW PIC X(1) VALUE "N".
               88 COMAPUR-COMPLETO VALUE "S".
               88 COMAPUR-INCOMPLETO VALUE "N".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-TOTAL-FECHAMENTO PIC 9(10)V99 VALUE ZEROS.
           77 WS-DIFERENCA PIC S9(11)V99.
           77 WS-PER-I PIC 9(1).
           77 WS-CAP-PER-I PIC 9(1) VALUE ZEROS.
           77 WS-FIL-I PIC 9(2).
           77 WS-FIL-QTD PIC 9(2) VALUE ZEROS.
           77 WS-FILIAL-BUSCA PIC 9(3).
           77 WS-LINHA-I PIC 9(2).
           77 WS-CST-I PIC 9(3).
           77 WS-CST-QTD PIC 9(3) VALUE ZEROS.
           77 WS-PAR-I PIC 9(4).
           77 WS-PAR-QTD PIC 9(4) VALUE ZEROS.
           77 WS-CAP-I PIC 9(3).
           77 WS-CAP-QTD PIC 9(3) VALUE ZEROS.
           77 WS-SINAL PIC S9(1).
           77 WS-VALOR-LANC PIC S9(11)V99.
           77 WS-LIQUIDO-LANC PIC S9(11)V99.
           77 WS-CUSTO-UNITARIO PIC 9(7)V99.
           77 WS-CUSTO-KIT PIC 9(7)V99.
           77 WS-PERC-COMISSAO PIC 9(2)V99.
           77 WS-VALOR-EDITADO PIC -(11)9,99.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-CONT-VENDDET PIC 9(8) VALUE ZEROS.

      *    PERIODOS: 1 = APURADO, 2 = MES ANTERIOR, 3 = MESMO MES DO
      *    ANO ANTERIOR; FECHADO S/N NO PERCTL; COMISSAO R = COMAPUR,
      *    E = ESTIMADA PELA TAXA BASE
           01 WS-PERIODOS.
               05 WS-PER-ITEM OCCURS 3 TIMES.
                   10 WS-PER-ANOMES.
                       15 WS-PER-ANO PIC 9(4).
                       15 WS-PER-MES PIC 9(2).
                   10 WS-PER-FECHADO PIC X(1).
                   10 WS-PER-COMISSAO PIC X(1).
           01 WS-ANOMES-BUSCA.
               05 WS-BUSCA-ANO PIC 9(4).
               05 WS-BUSCA-MES PIC 9(2).

      *    VALORES ACUMULADOS: 1 VENDAS BRUTAS, 2 DEVOLUCOES E
      *    ESTORNOS, 3 DESCONTOS, 4 TRIBUTOS, 5 CUSTO, 6 COMISSOES,
      *    7 PERDAS, 8 DIFERENCAS DE CAIXA
           01 WS-FILIAIS-TABELA.
               05 WS-FIL-ITEM OCCURS 60 TIMES.
                   10 WS-FIL-CODIGO PIC 9(3).
                   10 WS-FIL-NOME PIC X(30).
                   10 WS-FIL-PER OCCURS 3 TIMES.
                       15 WS-FIL-VALOR PIC S9(11)V99 OCCURS 8 TIMES.
           01 WS-CONSOLIDADO.
               05 WS-CON-PER OCCURS 3 TIMES.
                   10 WS-CON-VALOR PIC S9(11)V99 OCCURS 8 TIMES.

           01 WS-ALIQUOTAS.
               05 WS-ALIQUOTA PIC 9(2)V99 OCCURS 99 TIMES.

           01 WS-CUSTOS-TABELA.
               05 WS-CST-ITEM OCCURS 500 TIMES.
                   10 WS-CST-PRODUTO PIC 9(6).
                   10 WS-CST-UNITARIO PIC 9(7)V99.

      *    VENDAS LIQUIDAS POR PERIODO, VENDEDOR E FILIAL (BASE DO
      *    RATEIO DAS COMISSOES)
           01 WS-PARES-TABELA.
               05 WS-PAR-ITEM OCCURS 2000 TIMES.
                   10 WS-PAR-PER PIC 9(1).
                   10 WS-PAR-VENDEDOR PIC 9(4).
                   10 WS-PAR-FIL-I PIC 9(2).
                   10 WS-PAR-LIQUIDO PIC S9(11)V99.

      *    COMISSAO LIQUIDA (BRUTA MENOS CLAWBACK) DO COMAPUR E A VENDA
      *    LIQUIDA DO VENDEDOR NO PERIODO DO COMAPUR
           01 WS-COMAPUR-TABELA.
               05 WS-CAP-ITEM OCCURS 300 TIMES.
                   10 WS-CAP-VENDEDOR PIC 9(4).
                   10 WS-CAP-VALOR PIC S9(11)V99.
                   10 WS-CAP-VENDAS PIC S9(11)V99.

           01 WS-DRE-TABELA.
               05 WS-DRE-PER OCCURS 3 TIMES.
                   10 WS-DRE-VALOR PIC S9(11)V99 OCCURS 11 TIMES.

           01 WS-ROTULOS.
               05 FILLER PIC X(30) VALUE "VENDAS BRUTAS".
               05 FILLER PIC X(30) VALUE "(-) DEVOLUCOES E ESTORNOS".
               05 FILLER PIC X(30) VALUE "(-) DESCONTOS".
               05 FILLER PIC X(30) VALUE "(=) VENDAS LIQUIDAS".
               05 FILLER PIC X(30) VALUE "(-) TRIBUTOS".
               05 FILLER PIC X(30) VALUE "(-) CUSTO DAS MERCADORIAS".
               05 FILLER PIC X(30) VALUE "(=) MARGEM BRUTA".
               05 FILLER PIC X(30) VALUE "(-) COMISSOES".
               05 FILLER PIC X(30) VALUE "(-) PERDAS INADIMPLENCIA".
               05 FILLER PIC X(30) VALUE "(-) DIFERENCAS DE CAIXA".
               05 FILLER PIC X(30) VALUE "(=) RESULTADO".
           01 WS-ROTULOS-R REDEFINES WS-ROTULOS.
               05 WS-ROTULO PIC X(30) OCCURS 11 TIMES.

           01 WS-LINHA-VALORES.
               05 WS-LVL-ROTULO PIC X(30).
               05 WS-LVL-COLUNA OCCURS 3 TIMES.
                   10 WS-LVL-BRANCOS PIC X(2).
                   10 WS-LVL-VALOR PIC -(11)9,99.
           01 WS-LINHA-PERIODOS.
               05 WS-LPR-ROTULO PIC X(30).
               05 WS-LPR-COLUNA OCCURS 3 TIMES.
                   10 WS-LPR-BRANCOS PIC X(8).
                   10 WS-LPR-ANO PIC 9(4).
                   10 WS-LPR-BARRA PIC X(1).
                   10 WS-LPR-MES PIC 9(2).
                   10 WS-LPR-MARCA PIC X(2).
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF GERACAO-PERMITIDA
               PERFORM 2000-LER-VENDAS UNTIL WS-FS-VENDDET NOT = "00"
               PERFORM 2500-APURAR-COMISSOES
               PERFORM 2600-LER-PERDAS
               PERFORM 2700-LER-QUEBRAS
               PERFORM 3500-CONFERIR-FECHAMENTO
               PERFORM 4000-GERAR-RELATORIO
               PERFORM 9000-FINALIZAR
           END-IF.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "DIGITE O ANO DO DEMONSTRATIVO (EX: 2026)".
           ACCEPT WS-ANO-APURACAO.

           DISPLAY "DIGITE O MES DO DEMONSTRATIVO (1 A 12)".
           ACCEPT WS-MES-APURACAO.

           IF WS-MES-APURACAO < 1 OR WS-MES-APURACAO > 12
               DISPLAY "MES INVALIDO - DEMONSTRATIVO NAO GERADO"
               SET GERACAO-RECUSADA TO TRUE
           END-IF.

           IF GERACAO-PERMITIDA
               PERFORM 1050-MONTAR-PERIODOS
               PERFORM 1100-VERIFICAR-PERIODO
           END-IF.

           IF GERACAO-PERMITIDA
               INITIALIZE WS-FILIAIS-TABELA WS-CONSOLIDADO
                   WS-ALIQUOTAS
               PERFORM 1200-CARREGAR-FILIAIS
               PERFORM 1300-CARREGAR-TRIBUTOS

               OPEN INPUT CADASTRO-PRODUTOS
               OPEN INPUT COMPOSICAO-KITS
               IF WS-FS-KITCOMP = "00"
                   SET KITS-DISPONIVEL TO TRUE
               END-IF
               MOVE "00" TO WS-FS-KITCOMP

               OPEN INPUT VENDAS-DETALHE
               IF WS-FS-VENDDET NOT = "00"
                   DISPLAY "DETALHE VENDDET AUSENTE - DEMONSTRATIVO "
                       "SEM VENDAS"
                   MOVE "10" TO WS-FS-VENDDET
               ELSE
                   PERFORM 1900-POSICIONAR-DETALHE
               END-IF

               OPEN OUTPUT RELATORIO-DRE
           END-IF.

       1050-MONTAR-PERIODOS.
           MOVE WS-ANO-APURACAO TO WS-PER-ANO(1).
           MOVE WS-MES-APURACAO TO WS-PER-MES(1).

           IF WS-MES-APURACAO = 1
               COMPUTE WS-PER-ANO(2) = WS-ANO-APURACAO - 1
               MOVE 12 TO WS-PER-MES(2)
           ELSE
               MOVE WS-ANO-APURACAO TO WS-PER-ANO(2)
               COMPUTE WS-PER-MES(2) = WS-MES-APURACAO - 1
           END-IF.

           COMPUTE WS-PER-ANO(3) = WS-ANO-APURACAO - 1.
           MOVE WS-MES-APURACAO TO WS-PER-MES(3).

           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               MOVE "N" TO WS-PER-FECHADO(WS-PER-I)
               MOVE SPACES TO WS-PER-COMISSAO(WS-PER-I)
           END-PERFORM.

      *****************************************
      * O DEMONSTRATIVO SO SAI DE PERIODO FECHADO PELO FECHAMES
      * (ABERTO, REABERTO OU SEM REGISTRO E RECUSADO); OS PERIODOS DE
      * COMPARACAO SAEM DE QUALQUER JEITO, MARCADOS QUANDO NAO FECHADOS
      *****************************************
       1100-VERIFICAR-PERIODO.
           OPEN INPUT CONTROLE-PERIODOS.
           IF WS-FS-PERCTL NOT = "00"
               DISPLAY "CONTROLE DE PERIODOS PERCTL AUSENTE - "
                   "DEMONSTRATIVO NAO GERADO"
               SET GERACAO-RECUSADA TO TRUE
           ELSE
               PERFORM 1110-LER-PERIODO
                   VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               CLOSE CONTROLE-PERIODOS
               IF WS-PER-FECHADO(1) NOT = "S"
                   DISPLAY "PERIODO " WS-ANO-APURACAO "/"
                       WS-MES-APURACAO " ABERTO, REABERTO OU NAO "
                       "FECHADO - DEMONSTRATIVO NAO GERADO"
                   SET GERACAO-RECUSADA TO TRUE
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-PERCTL.

       1110-LER-PERIODO.
           MOVE WS-PER-ANO(WS-PER-I) TO PER-ANO.
           MOVE WS-PER-MES(WS-PER-I) TO PER-MES.
           READ CONTROLE-PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE "S" TO WS-PER-FECHADO(WS-PER-I)
                       IF WS-PER-I = 1
                           MOVE PER-TOTAL-FECHAMENTO TO
                               WS-TOTAL-FECHAMENTO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * AS FILIAIS DO CADASTRO ENTRAM NA TABELA EM ORDEM DE CODIGO;
      * CODIGO QUE SO APARECE NO MOVIMENTO ENTRA NO FIM
      *****************************************
       1200-CARREGAR-FILIAIS.
           OPEN INPUT CADASTRO-FILIAIS.
           IF WS-FS-FILMST = "00"
               PERFORM 1210-CARREGAR-FILIAL
                   UNTIL WS-FS-FILMST NOT = "00"
               CLOSE CADASTRO-FILIAIS
           END-IF.
           MOVE "00" TO WS-FS-FILMST.

       1210-CARREGAR-FILIAL.
           READ CADASTRO-FILIAIS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-FILMST
               NOT AT END
                   IF WS-FIL-QTD < 60
                       ADD 1 TO WS-FIL-QTD
                       MOVE FIL-CODIGO TO WS-FIL-CODIGO(WS-FIL-QTD)
                       MOVE FIL-NOME TO WS-FIL-NOME(WS-FIL-QTD)
                   END-IF
           END-READ.

       1300-CARREGAR-TRIBUTOS.
           OPEN INPUT TABELA-TRIBUTOS.
           IF WS-FS-TRIBTAB = "00"
               PERFORM 1310-CARREGAR-TRIBUTO
                   UNTIL WS-FS-TRIBTAB NOT = "00"
               CLOSE TABELA-TRIBUTOS
           ELSE
               DISPLAY "TABELA TRIBTAB AUSENTE - TRIBUTOS ZERADOS"
           END-IF.
           MOVE "00" TO WS-FS-TRIBTAB.

       1310-CARREGAR-TRIBUTO.
           READ TABELA-TRIBUTOS
               AT END
                   MOVE "10" TO WS-FS-TRIBTAB
               NOT AT END
                   IF TRB-CODIGO IS NUMERIC AND TRB-CODIGO > ZEROS
                       MOVE TRB-ALIQUOTA TO WS-ALIQUOTA(TRB-CODIGO)
                   END-IF
           END-READ.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO
      *****************************************
       1900-POSICIONAR-DETALHE.
           COMPUTE VDT-DATA =
               WS-PER-ANO(3) * 10000 + WS-PER-MES(3) * 100 + 1.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

      *****************************************
      * VENDA: BRUTA = VALOR + DESCONTO; ESTORNO ENTRA COMO DEVOLUCAO
      * E TIRA O TRIBUTO E O CUSTO DA QUANTIDADE DEVOLVIDA
      *****************************************
       2000-LER-VENDAS.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   PERFORM 2100-CLASSIFICAR-VENDA
           END-READ.

       2100-CLASSIFICAR-VENDA.
           IF VDT-ANO-COMPETENCIA > ZEROS
               MOVE VDT-ANO-COMPETENCIA TO WS-BUSCA-ANO
               MOVE VDT-MES-COMPETENCIA TO WS-BUSCA-MES
           ELSE
               MOVE VDT-DATA(1:6) TO WS-ANOMES-BUSCA
           END-IF.
           PERFORM 2900-LOCALIZAR-PERIODO.

           IF WS-PER-I > ZEROS
               ADD 1 TO WS-CONT-VENDDET
               MOVE VDT-FILIAL TO WS-FILIAL-BUSCA
               PERFORM 3000-LOCALIZAR-FILIAL
               PERFORM 2200-ACUMULAR-VENDA
           END-IF.

       2200-ACUMULAR-VENDA.
           IF VDT-TIPO-ESTORNO
               MOVE -1 TO WS-SINAL
               MOVE 2 TO WS-LINHA-I
               MOVE VDT-VALOR TO WS-VALOR-LANC
               PERFORM 2950-SOMAR-VALOR
           ELSE
               MOVE 1 TO WS-SINAL
               MOVE 1 TO WS-LINHA-I
               COMPUTE WS-VALOR-LANC = VDT-VALOR + VDT-DESCONTO
               PERFORM 2950-SOMAR-VALOR
               MOVE 3 TO WS-LINHA-I
               MOVE VDT-DESCONTO TO WS-VALOR-LANC
               PERFORM 2950-SOMAR-VALOR
           END-IF.

           IF VDT-COD-TRIBUTO >= 1 AND VDT-COD-TRIBUTO <= 99
               MOVE 4 TO WS-LINHA-I
               COMPUTE WS-VALOR-LANC ROUNDED = WS-SINAL * VDT-VALOR
                   * WS-ALIQUOTA(VDT-COD-TRIBUTO) / 100
               PERFORM 2950-SOMAR-VALOR
           END-IF.

           PERFORM 2300-OBTER-CUSTO.
           MOVE 5 TO WS-LINHA-I.
           COMPUTE WS-VALOR-LANC =
               WS-SINAL * VDT-QUANTIDADE * WS-CUSTO-UNITARIO.
           PERFORM 2950-SOMAR-VALOR.

           COMPUTE WS-LIQUIDO-LANC = WS-SINAL * VDT-VALOR.
           PERFORM 2400-ACUMULAR-PAR.

      *****************************************
      * CUSTO MEDIO DO PRODMST, GUARDADO NUMA TABELA PARA NAO RELER O
      * CADASTRO A CADA LINHA; KIT CUSTA A SOMA DOS COMPONENTES
      *****************************************
       2300-OBTER-CUSTO.
           MOVE ZEROS TO WS-CUSTO-UNITARIO.
           PERFORM VARYING WS-CST-I FROM 1 BY 1
                   UNTIL WS-CST-I > WS-CST-QTD
                   OR WS-CST-PRODUTO(WS-CST-I) = VDT-PRODUTO
               CONTINUE
           END-PERFORM.

           IF WS-CST-I <= WS-CST-QTD
               MOVE WS-CST-UNITARIO(WS-CST-I) TO WS-CUSTO-UNITARIO
           ELSE
               PERFORM 2310-LER-CUSTO
               IF WS-CST-QTD < 500
                   ADD 1 TO WS-CST-QTD
                   MOVE VDT-PRODUTO TO WS-CST-PRODUTO(WS-CST-QTD)
                   MOVE WS-CUSTO-UNITARIO TO WS-CST-UNITARIO(WS-CST-QTD)
               END-IF
           END-IF.

       2310-LER-CUSTO.
           MOVE VDT-PRODUTO TO PRD-CODIGO.
           IF WS-FS-PRODMST = "00"
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE ZEROS TO PRD-CUSTO-MEDIO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           ELSE
               MOVE ZEROS TO PRD-CUSTO-MEDIO
           END-IF.
           MOVE PRD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO.

           IF KITS-DISPONIVEL
               SET PRODUTO-SIMPLES TO TRUE
               MOVE ZEROS TO WS-CUSTO-KIT
               MOVE VDT-PRODUTO TO KIT-PRODUTO
               MOVE ZEROS TO KIT-COMPONENTE
               START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-KITCOMP
               END-START
               PERFORM 2320-SOMAR-COMPONENTE
                   UNTIL WS-FS-KITCOMP NOT = "00"
               MOVE "00" TO WS-FS-KITCOMP
               IF PRODUTO-KIT
                   MOVE WS-CUSTO-KIT TO WS-CUSTO-UNITARIO
               END-IF
           END-IF.

       2320-SOMAR-COMPONENTE.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = VDT-PRODUTO
                       MOVE "10" TO WS-FS-KITCOMP
                   ELSE
                       SET PRODUTO-KIT TO TRUE
                       MOVE ZEROS TO PRD-CUSTO-MEDIO
                       IF WS-FS-PRODMST = "00"
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           READ CADASTRO-PRODUTOS
                               INVALID KEY
                                   MOVE ZEROS TO PRD-CUSTO-MEDIO
                           END-READ
                           MOVE "00" TO WS-FS-PRODMST
                       END-IF
                       COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                           + (PRD-CUSTO-MEDIO * KIT-QUANTIDADE)
                   END-IF
           END-READ.

       2400-ACUMULAR-PAR.
           PERFORM VARYING WS-PAR-I FROM 1 BY 1
                   UNTIL WS-PAR-I > WS-PAR-QTD
                   OR (WS-PAR-PER(WS-PAR-I) = WS-PER-I
                   AND WS-PAR-VENDEDOR(WS-PAR-I) = VDT-VENDEDOR
                   AND WS-PAR-FIL-I(WS-PAR-I) = WS-FIL-I)
               CONTINUE
           END-PERFORM.

           IF WS-PAR-I > WS-PAR-QTD
               IF WS-PAR-QTD < 2000
                   ADD 1 TO WS-PAR-QTD
                   MOVE WS-PAR-QTD TO WS-PAR-I
                   MOVE WS-PER-I TO WS-PAR-PER(WS-PAR-I)
                   MOVE VDT-VENDEDOR TO WS-PAR-VENDEDOR(WS-PAR-I)
                   MOVE WS-FIL-I TO WS-PAR-FIL-I(WS-PAR-I)
                   MOVE ZEROS TO WS-PAR-LIQUIDO(WS-PAR-I)
               ELSE
                   PERFORM 3090-AVISAR-TABELA-CHEIA
                   MOVE ZEROS TO WS-PAR-I
               END-IF
           END-IF.

           IF WS-PAR-I > ZEROS
               ADD WS-LIQUIDO-LANC TO WS-PAR-LIQUIDO(WS-PAR-I)
           END-IF.

      *****************************************
      * COMISSOES: O COMAPUR (SO SE FOR DE UM DOS TRES PERIODOS E
      * ESTIVER COMPLETO) E RATEADO PELA VENDA LIQUIDA DE CADA
      * VENDEDOR EM CADA FILIAL; NOS DEMAIS PERIODOS A COMISSAO E
      * ESTIMADA PELA TAXA BASE DO VENDMST. COMISSAO DE VENDEDOR SEM
      * VENDA LIQUIDA NO PERIODO (BASE RECEBIMENTO) FICA NA FILIAL 000
      *****************************************
       2500-APURAR-COMISSOES.
           PERFORM 2510-CARREGAR-COMAPUR.

           PERFORM VARYING WS-PAR-I FROM 1 BY 1
                   UNTIL WS-PAR-I > WS-PAR-QTD
               IF WS-PAR-PER(WS-PAR-I) = WS-CAP-PER-I
                   PERFORM 2530-LOCALIZAR-VENDEDOR-CAP
                   IF WS-CAP-I > ZEROS
                       ADD WS-PAR-LIQUIDO(WS-PAR-I) TO
                           WS-CAP-VENDAS(WS-CAP-I)
                   END-IF
               END-IF
           END-PERFORM.

           OPEN INPUT CADASTRO-VENDEDORES.
           PERFORM 2540-COMISSAO-DO-PAR
               VARYING WS-PAR-I FROM 1 BY 1
               UNTIL WS-PAR-I > WS-PAR-QTD.
           IF WS-FS-VENDMST = "00"
               CLOSE CADASTRO-VENDEDORES
           END-IF.
           MOVE "00" TO WS-FS-VENDMST.

           IF WS-CAP-PER-I > ZEROS
               MOVE WS-CAP-PER-I TO WS-PER-I
               MOVE "R" TO WS-PER-COMISSAO(WS-PER-I)
               PERFORM VARYING WS-CAP-I FROM 1 BY 1
                       UNTIL WS-CAP-I > WS-CAP-QTD
                   IF WS-CAP-VENDAS(WS-CAP-I) = ZEROS
                           AND WS-CAP-VALOR(WS-CAP-I) NOT = ZEROS
                       MOVE ZEROS TO WS-FILIAL-BUSCA
                       PERFORM 3000-LOCALIZAR-FILIAL
                       MOVE 6 TO WS-LINHA-I
                       MOVE WS-CAP-VALOR(WS-CAP-I) TO WS-VALOR-LANC
                       PERFORM 2950-SOMAR-VALOR
                   END-IF
               END-PERFORM
           END-IF.

       2510-CARREGAR-COMAPUR.
           MOVE ZEROS TO WS-CAP-PER-I.
           SET COMAPUR-INCOMPLETO TO TRUE.

           OPEN INPUT APURACAO-COMISSOES.
           IF WS-FS-COMAPUR = "00"
               PERFORM 2520-LER-COMAPUR
                   UNTIL WS-FS-COMAPUR NOT = "00"
               CLOSE APURACAO-COMISSOES
           END-IF.
           MOVE "00" TO WS-FS-COMAPUR.

           IF COMAPUR-INCOMPLETO
               MOVE ZEROS TO WS-CAP-PER-I WS-CAP-QTD
           END-IF.

       2520-LER-COMAPUR.
           READ APURACAO-COMISSOES
               AT END
                   MOVE "10" TO WS-FS-COMAPUR
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAP-CABECALHO
                           MOVE CAP-PERIODO TO WS-ANOMES-BUSCA
                           PERFORM 2900-LOCALIZAR-PERIODO
                           MOVE WS-PER-I TO WS-CAP-PER-I
                       WHEN WS-CAP-PER-I = ZEROS
                           CONTINUE
                       WHEN CAP-DETALHE
                           IF WS-CAP-QTD < 300
                               ADD 1 TO WS-CAP-QTD
                               MOVE CAP-VENDEDOR TO
                                   WS-CAP-VENDEDOR(WS-CAP-QTD)
                               COMPUTE WS-CAP-VALOR(WS-CAP-QTD) =
                                   CAP-COMISSAO-BRUTA - CAP-CLAWBACK
                               MOVE ZEROS TO WS-CAP-VENDAS(WS-CAP-QTD)
                           ELSE
                               PERFORM 3090-AVISAR-TABELA-CHEIA
                           END-IF
                       WHEN CAP-TRAILER
                           IF CAP-COMPLETA
                               SET COMAPUR-COMPLETO TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

       2530-LOCALIZAR-VENDEDOR-CAP.
           PERFORM VARYING WS-CAP-I FROM 1 BY 1
                   UNTIL WS-CAP-I > WS-CAP-QTD
                   OR WS-CAP-VENDEDOR(WS-CAP-I) =
                       WS-PAR-VENDEDOR(WS-PAR-I)
               CONTINUE
           END-PERFORM.
           IF WS-CAP-I > WS-CAP-QTD
               MOVE ZEROS TO WS-CAP-I
           END-IF.

       2540-COMISSAO-DO-PAR.
           MOVE WS-PAR-PER(WS-PAR-I) TO WS-PER-I.
           MOVE WS-PAR-FIL-I(WS-PAR-I) TO WS-FIL-I.
           MOVE 6 TO WS-LINHA-I.
           MOVE ZEROS TO WS-VALOR-LANC.

           IF WS-PER-I = WS-CAP-PER-I
               PERFORM 2530-LOCALIZAR-VENDEDOR-CAP
               IF WS-CAP-I > ZEROS
                   IF WS-CAP-VENDAS(WS-CAP-I) NOT = ZEROS
                       COMPUTE WS-VALOR-LANC ROUNDED =
                           WS-CAP-VALOR(WS-CAP-I) *
                           WS-PAR-LIQUIDO(WS-PAR-I) /
                           WS-CAP-VENDAS(WS-CAP-I)
                   END-IF
               END-IF
           ELSE
               MOVE "E" TO WS-PER-COMISSAO(WS-PER-I)
               MOVE ZEROS TO WS-PERC-COMISSAO
               IF WS-FS-VENDMST = "00"
                   MOVE WS-PAR-VENDEDOR(WS-PAR-I) TO VEN-CODIGO
                   READ CADASTRO-VENDEDORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VEN-PERC-COMISSAO TO WS-PERC-COMISSAO
                   END-READ
                   MOVE "00" TO WS-FS-VENDMST
               END-IF
               COMPUTE WS-VALOR-LANC ROUNDED =
                   WS-PAR-LIQUIDO(WS-PAR-I) * WS-PERC-COMISSAO / 100
           END-IF.

           PERFORM 2950-SOMAR-VALOR.

      *****************************************
      * PERDAS BAIXADAS PELO RECWOFF, NA FILIAL DO CLIENTE
      *****************************************
       2600-LER-PERDAS.
           OPEN INPUT CADASTRO-CLIENTES.
           OPEN INPUT LOG-PERDAS.
           IF WS-FS-WOFFLOG = "00"
               PERFORM 2610-LER-PERDA UNTIL WS-FS-WOFFLOG NOT = "00"
               CLOSE LOG-PERDAS
           END-IF.
           MOVE "00" TO WS-FS-WOFFLOG.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           MOVE "00" TO WS-FS-CADCLI.

       2610-LER-PERDA.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   MOVE WOF-DATA(1:6) TO WS-ANOMES-BUSCA
                   PERFORM 2900-LOCALIZAR-PERIODO
                   IF WS-PER-I > ZEROS
                       MOVE ZEROS TO WS-FILIAL-BUSCA
                       IF WS-FS-CADCLI = "00"
                           MOVE WOF-CLIENTE TO CLI-CODIGO
                           READ CADASTRO-CLIENTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CLI-FILIAL TO WS-FILIAL-BUSCA
                           END-READ
                           MOVE "00" TO WS-FS-CADCLI
                       END-IF
                       PERFORM 3000-LOCALIZAR-FILIAL
                       MOVE 7 TO WS-LINHA-I
                       MOVE WOF-VALOR TO WS-VALOR-LANC
                       PERFORM 2950-SOMAR-VALOR
                   END-IF
           END-READ.

      *****************************************
      * QUEBRAS DE CAIXA NA FILIAL DO OPERADOR: FALTA (DIFERENCA
      * NEGATIVA) E DESPESA, SOBRA REDUZ A LINHA
      *****************************************
       2700-LER-QUEBRAS.
           OPEN INPUT OPERADORES.
           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS = "00"
               PERFORM 2710-LER-QUEBRA UNTIL WS-FS-QUEBRAS NOT = "00"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           MOVE "00" TO WS-FS-QUEBRAS.
           IF WS-FS-OPERMST = "00"
               CLOSE OPERADORES
           END-IF.
           MOVE "00" TO WS-FS-OPERMST.

       2710-LER-QUEBRA.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   MOVE QBR-DATA(1:6) TO WS-ANOMES-BUSCA
                   PERFORM 2900-LOCALIZAR-PERIODO
                   IF WS-PER-I > ZEROS
                       MOVE ZEROS TO WS-FILIAL-BUSCA
                       IF WS-FS-OPERMST = "00"
                           MOVE QBR-OPERADOR TO OPE-CODIGO
                           READ OPERADORES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE OPE-FILIAL TO WS-FILIAL-BUSCA
                           END-READ
                           MOVE "00" TO WS-FS-OPERMST
                       END-IF
                       PERFORM 3000-LOCALIZAR-FILIAL
                       MOVE 8 TO WS-LINHA-I
                       COMPUTE WS-VALOR-LANC = ZEROS - QBR-DIFERENCA
                       PERFORM 2950-SOMAR-VALOR
                   END-IF
           END-READ.

       2900-LOCALIZAR-PERIODO.
           PERFORM VARYING WS-PER-I FROM 1 BY 1
                   UNTIL WS-PER-I > 3
                   OR WS-PER-ANOMES(WS-PER-I) = WS-ANOMES-BUSCA
               CONTINUE
           END-PERFORM.
           IF WS-PER-I > 3
               MOVE ZEROS TO WS-PER-I
           END-IF.

       2950-SOMAR-VALOR.
           ADD WS-VALOR-LANC TO WS-CON-VALOR(WS-PER-I WS-LINHA-I).
           IF WS-FIL-I > ZEROS
               ADD WS-VALOR-LANC TO
                   WS-FIL-VALOR(WS-FIL-I WS-PER-I WS-LINHA-I)
           END-IF.

       3000-LOCALIZAR-FILIAL.
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
                   OR WS-FIL-CODIGO(WS-FIL-I) = WS-FILIAL-BUSCA
               CONTINUE
           END-PERFORM.

           IF WS-FIL-I > WS-FIL-QTD
               IF WS-FIL-QTD < 60
                   ADD 1 TO WS-FIL-QTD
                   MOVE WS-FIL-QTD TO WS-FIL-I
                   MOVE WS-FILIAL-BUSCA TO WS-FIL-CODIGO(WS-FIL-I)
                   IF WS-FILIAL-BUSCA = ZEROS
                       MOVE "SEM FILIAL" TO WS-FIL-NOME(WS-FIL-I)
                   ELSE
                       MOVE "FILIAL NAO CADASTRADA" TO
                           WS-FIL-NOME(WS-FIL-I)
                   END-IF
               ELSE
                   PERFORM 3090-AVISAR-TABELA-CHEIA
                   MOVE ZEROS TO WS-FIL-I
               END-IF
           END-IF.

       3090-AVISAR-TABELA-CHEIA.
           IF TABELA-COM-ESPACO
               SET TABELA-CHEIA TO TRUE
               DISPLAY "*** TABELA DE FILIAIS, VENDEDORES OU "
                   "COMISSOES CHEIA - VALORES SO NO CONSOLIDADO - "
                   "AUMENTE A TABELA ***"
           END-IF.
           MOVE 8 TO RETURN-CODE.

      *****************************************
      * A VENDA LIQUIDA CONSOLIDADA DO PERIODO TEM DE BATER COM O
      * TOTAL GUARDADO NO PERCTL PELO FECHAMES (O DO RELFECHA)
      *****************************************
       3500-CONFERIR-FECHAMENTO.
           COMPUTE WS-DIFERENCA = WS-CON-VALOR(1 1)
               - WS-CON-VALOR(1 2) - WS-CON-VALOR(1 3)
               - WS-TOTAL-FECHAMENTO.

       4000-GERAR-RELATORIO.
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
               IF WS-FIL-PER(WS-FIL-I 1) NOT = ZEROS
                       OR WS-FIL-PER(WS-FIL-I 2) NOT = ZEROS
                       OR WS-FIL-PER(WS-FIL-I 3) NOT = ZEROS
                   PERFORM 4100-MONTAR-FILIAL
                   MOVE SPACES TO DRE-LINHA
                   STRING "FILIAL " WS-FIL-CODIGO(WS-FIL-I) " - "
                       WS-FIL-NOME(WS-FIL-I)
                       DELIMITED BY SIZE INTO DRE-LINHA
                   PERFORM 4300-IMPRIMIR-PAGINA
               END-IF
           END-PERFORM.

           PERFORM 4200-MONTAR-CONSOLIDADO.
           MOVE "CONSOLIDADO - TODAS AS FILIAIS" TO DRE-LINHA.
           PERFORM 4300-IMPRIMIR-PAGINA.

           PERFORM 4500-IMPRIMIR-NOTAS.

       4100-MONTAR-FILIAL.
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 1) TO
                   WS-DRE-VALOR(WS-PER-I 1)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 2) TO
                   WS-DRE-VALOR(WS-PER-I 2)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 3) TO
                   WS-DRE-VALOR(WS-PER-I 3)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 4) TO
                   WS-DRE-VALOR(WS-PER-I 5)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 5) TO
                   WS-DRE-VALOR(WS-PER-I 6)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 6) TO
                   WS-DRE-VALOR(WS-PER-I 8)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 7) TO
                   WS-DRE-VALOR(WS-PER-I 9)
               MOVE WS-FIL-VALOR(WS-FIL-I WS-PER-I 8) TO
                   WS-DRE-VALOR(WS-PER-I 10)
               PERFORM 4250-CALCULAR-TOTAIS
           END-PERFORM.

       4200-MONTAR-CONSOLIDADO.
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               MOVE WS-CON-VALOR(WS-PER-I 1) TO WS-DRE-VALOR(WS-PER-I 1)
               MOVE WS-CON-VALOR(WS-PER-I 2) TO WS-DRE-VALOR(WS-PER-I 2)
               MOVE WS-CON-VALOR(WS-PER-I 3) TO WS-DRE-VALOR(WS-PER-I 3)
               MOVE WS-CON-VALOR(WS-PER-I 4) TO WS-DRE-VALOR(WS-PER-I 5)
               MOVE WS-CON-VALOR(WS-PER-I 5) TO WS-DRE-VALOR(WS-PER-I 6)
               MOVE WS-CON-VALOR(WS-PER-I 6) TO WS-DRE-VALOR(WS-PER-I 8)
               MOVE WS-CON-VALOR(WS-PER-I 7) TO WS-DRE-VALOR(WS-PER-I 9)
               MOVE WS-CON-VALOR(WS-PER-I 8) TO
                   WS-DRE-VALOR(WS-PER-I 10)
               PERFORM 4250-CALCULAR-TOTAIS
           END-PERFORM.

       4250-CALCULAR-TOTAIS.
           COMPUTE WS-DRE-VALOR(WS-PER-I 4) = WS-DRE-VALOR(WS-PER-I 1)
               - WS-DRE-VALOR(WS-PER-I 2) - WS-DRE-VALOR(WS-PER-I 3).
           COMPUTE WS-DRE-VALOR(WS-PER-I 7) = WS-DRE-VALOR(WS-PER-I 4)
               - WS-DRE-VALOR(WS-PER-I 5) - WS-DRE-VALOR(WS-PER-I 6).
           COMPUTE WS-DRE-VALOR(WS-PER-I 11) =
               WS-DRE-VALOR(WS-PER-I 7) - WS-DRE-VALOR(WS-PER-I 8)
               - WS-DRE-VALOR(WS-PER-I 9) - WS-DRE-VALOR(WS-PER-I 10).

      *****************************************
      * UMA PAGINA: TITULO (JA EM DRE-LINHA), LINHA DOS PERIODOS
      * (* = PERIODO NAO FECHADO NO PERCTL) E AS ONZE LINHAS
      *****************************************
       4300-IMPRIMIR-PAGINA.
           MOVE ALL "=" TO WS-LINHA-VALORES.
           MOVE DRE-LINHA TO WS-LPR-ROTULO.
           MOVE WS-LINHA-VALORES TO DRE-LINHA.
           WRITE DRE-LINHA.

           MOVE SPACES TO DRE-LINHA.
           STRING "DEMONSTRATIVO DE RESULTADO GERENCIAL - "
               WS-LPR-ROTULO
               DELIMITED BY SIZE INTO DRE-LINHA.
           WRITE DRE-LINHA.

           MOVE SPACES TO WS-LINHA-PERIODOS.
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               MOVE WS-PER-ANO(WS-PER-I) TO WS-LPR-ANO(WS-PER-I)
               MOVE "/" TO WS-LPR-BARRA(WS-PER-I)
               MOVE WS-PER-MES(WS-PER-I) TO WS-LPR-MES(WS-PER-I)
               IF WS-PER-FECHADO(WS-PER-I) NOT = "S"
                   MOVE " *" TO WS-LPR-MARCA(WS-PER-I)
               END-IF
           END-PERFORM.
           MOVE WS-LINHA-PERIODOS TO DRE-LINHA.
           WRITE DRE-LINHA.

           PERFORM 4310-IMPRIMIR-LINHA
               VARYING WS-LINHA-I FROM 1 BY 1 UNTIL WS-LINHA-I > 11.

           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.

       4310-IMPRIMIR-LINHA.
           MOVE SPACES TO WS-LINHA-VALORES.
           MOVE WS-ROTULO(WS-LINHA-I) TO WS-LVL-ROTULO.
           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               MOVE WS-DRE-VALOR(WS-PER-I WS-LINHA-I) TO
                   WS-LVL-VALOR(WS-PER-I)
           END-PERFORM.
           MOVE WS-LINHA-VALORES TO DRE-LINHA.
           WRITE DRE-LINHA.

       4500-IMPRIMIR-NOTAS.
           MOVE SPACES TO DRE-LINHA.
           STRING "* PERIODO NAO FECHADO NO PERCTL - VALORES AINDA "
               "PODEM MUDAR"
               DELIMITED BY SIZE INTO DRE-LINHA.
           WRITE DRE-LINHA.

           PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
               IF WS-PER-COMISSAO(WS-PER-I) = "E"
                   MOVE SPACES TO DRE-LINHA
                   STRING "COMISSOES DE " WS-PER-ANO(WS-PER-I) "/"
                       WS-PER-MES(WS-PER-I) " ESTIMADAS PELA TAXA "
                       "BASE DO VENDMST (SEM COMAPUR DO PERIODO)"
                       DELIMITED BY SIZE INTO DRE-LINHA
                   WRITE DRE-LINHA
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-FECHAMENTO TO WS-VALOR-EDITADO.
           MOVE SPACES TO DRE-LINHA.
           STRING "TOTAL DO FECHAMENTO " WS-ANO-APURACAO "/"
               WS-MES-APURACAO " NO PERCTL: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO DRE-LINHA.
           WRITE DRE-LINHA.

           IF WS-DIFERENCA = ZEROS
               MOVE "VENDA LIQUIDA CONSOLIDADA CONFERE COM O FECHAMENTO"
                   TO DRE-LINHA
           ELSE
               MOVE WS-DIFERENCA TO WS-VALOR-EDITADO
               MOVE SPACES TO DRE-LINHA
               STRING "*** VENDA LIQUIDA CONSOLIDADA DIVERGE DO "
                   "FECHAMENTO EM " WS-VALOR-EDITADO " ***"
                   DELIMITED BY SIZE INTO DRE-LINHA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE DRE-LINHA.

       9000-FINALIZAR.
           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           IF KITS-DISPONIVEL
               CLOSE COMPOSICAO-KITS
           END-IF.
           CLOSE RELATORIO-DRE.

           MOVE WS-CONT-VENDDET TO WS-CONT-EDITADO.
           DISPLAY "DEMONSTRATIVO GERENCIAL GRAVADO EM RELDRE - "
               "LANCAMENTOS DE VENDA: " WS-CONT-EDITADO.
           IF WS-DIFERENCA NOT = ZEROS
               DISPLAY "*** VENDA LIQUIDA DIVERGE DO FECHAMENTO - VER "
                   "RELDRE ***"
           END-IF.

       END PROGRAM DREFIL.
