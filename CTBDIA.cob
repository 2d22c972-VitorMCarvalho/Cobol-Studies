       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBDIA.
      *************************************
      *OBJETIVO: INTERFACE CONTABIL DIARIA: APURA OS EVENTOS DA DATA
      *DE MOVIMENTO POR FILIAL - VENDAS E ESTORNOS POR FORMA DE
      *PAGAMENTO E TRIBUTOS PELO CODIGO DE TRIBUTACAO (VENDDET E
      *TRIBTAB), TITULOS EMITIDOS NO CONTAS A RECEBER (CTRECEB E
      *CTRFLOG), PAGAMENTOS, JUROS, MULTAS E COMPENSACOES (PAGTLOG),
      *BAIXAS COMO PERDA (WOFFLOG), TITULOS RENEGOCIADOS (RENEGLOG),
      *ENTRADAS DE MERCADORIA DO RECEBMER (MOVEST) E SOBRAS E FALTAS
      *DE CAIXA (QUEBRAS) - E GERA UM LANCAMENTO A DEBITO E A CREDITO
      *POR EVENTO E FILIAL COM AS CONTAS DA TABELA CTBMAP (EVENTO,
      *FILIAL, CONTA DEBITO, CONTA CREDITO, HISTORICO; FILIAL 000 =
      *CONTAS PADRAO DO EVENTO). A FILIAL DOS EVENTOS DO CONTAS A
      *RECEBER E A DO CLIENTE (CADCLI) E A DAS QUEBRAS A DO OPERADOR
      *(OPERMST). OS LANCAMENTOS VAO PRIMEIRO PARA O ARQUIVO DE
      *TRABALHO CTBWRK, QUE E RELIDO PARA CONFERIR DEBITOS CONTRA
      *CREDITOS; SO COM PARTIDAS IGUAIS E TODOS OS EVENTOS COM CONTA
      *O ARQUIVO E LIBERADO EM CTBLAN, NO LAYOUT DE IMPORTACAO DA
      *CONTABILIDADE (CTBLAN-REG). EVENTO SEM CONTA RETEM O ARQUIVO
      *COM CODIGO DE RETORNO 8 E DEBITOS DIFERENTES DOS CREDITOS COM
      *12 (NIVEL DE ABORTO). O RELCTB LISTA OS LANCAMENTOS DO DIA.
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

               SELECT TABELA-TRIBUTOS ASSIGN TO "TRIBTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRIBTAB.

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

               SELECT OPERADORES ASSIGN TO "OPERMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPE-CODIGO
                   FILE STATUS IS WS-FS-OPERMST.

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

               SELECT MOVIMENTO-ESTOQUE ASSIGN TO "MOVEST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVEST.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT MAPA-CONTAS ASSIGN TO "CTBMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTBMAP.

               SELECT LANCAMENTOS-TRABALHO ASSIGN TO "CTBWRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTBWRK.

               SELECT LANCAMENTOS-CONTABEIS ASSIGN TO "CTBLAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTBLAN.

               SELECT RELATORIO-CONTABIL ASSIGN TO "RELCTB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELCTB.
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  TABELA-TRIBUTOS
               LABEL RECORD IS STANDARD.
           01  TRB-LINHA.
               05 TRB-CODIGO PIC 9(2).
               05 FILLER PIC X(1).
               05 TRB-ALIQUOTA PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 TRB-DESCRICAO PIC X(20).

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  OPERADORES
               LABEL RECORD IS STANDARD.
               COPY "OPERADOR-REG.CPY".

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

           FD  MOVIMENTO-ESTOQUE
               LABEL RECORD IS STANDARD.
               COPY "MOVEST-REG.CPY".

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

           FD  MAPA-CONTAS
               LABEL RECORD IS STANDARD.
           01  MAP-LINHA.
               05 MAP-EVENTO PIC X(6).
               05 FILLER PIC X(1).
               05 MAP-FILIAL PIC 9(3).
               05 FILLER PIC X(1).
               05 MAP-DEBITO PIC X(20).
               05 FILLER PIC X(1).
               05 MAP-CREDITO PIC X(20).
               05 FILLER PIC X(1).
               05 MAP-HISTORICO PIC X(30).

           FD  LANCAMENTOS-TRABALHO
               LABEL RECORD IS STANDARD.
           01  WRK-LINHA PIC X(100).

           FD  LANCAMENTOS-CONTABEIS
               LABEL RECORD IS STANDARD.
           01  LAN-LINHA PIC X(100).

           FD  RELATORIO-CONTABIL
               LABEL RECORD IS STANDARD.
           01  RCT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-TRIBTAB PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-OPERMST PIC X(2) VALUE "00".
           77 WS-FS-PAGTLOG PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-RENEGLOG PIC X(2) VALUE "00".
           77 WS-FS-CTRFLOG PIC X(2) VALUE "00".
           77 WS-FS-MOVEST PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-CTBMAP PIC X(2) VALUE "00".
           77 WS-FS-CTBWRK PIC X(2) VALUE "00".
           77 WS-FS-CTBLAN PIC X(2) VALUE "00".
           77 WS-FS-RELCTB PIC X(2) VALUE "00".
           77 WS-CADCLI-SW PIC X(1) VALUE "N".
               88 CADCLI-DISPONIVEL VALUE "S".
               88 CADCLI-INDISPONIVEL VALUE "N".
           77 WS-OPERMST-SW PIC X(1) VALUE "N".
               88 OPERMST-DISPONIVEL VALUE "S".
               88 OPERMST-INDISPONIVEL VALUE "N".
           77 WS-SEM-CONTA-SW PIC X(1) VALUE "N".
               88 HA-EVENTO-SEM-CONTA VALUE "S".
               88 TODOS-EVENTOS-COM-CONTA VALUE "N".
           77 WS-MAPA-SW PIC X(1) VALUE "N".
               88 CONTA-ENCONTRADA VALUE "S".
               88 CONTA-NAO-ENCONTRADA VALUE "N".
           77 WS-QTD-MAPA PIC 9(3) VALUE ZEROS.
           77 WS-MAP-I PIC 9(3) VALUE ZEROS.
           77 WS-MAP-ACHADO PIC 9(3) VALUE ZEROS.
           77 WS-QTD-EVENTOS PIC 9(3) VALUE ZEROS.
           77 WS-EVT-I PIC 9(3) VALUE ZEROS.
           77 WS-COD-I PIC 9(2) VALUE ZEROS.
           77 WS-EVENTO-ATUAL PIC X(6).
           77 WS-FILIAL-ATUAL PIC 9(3) VALUE ZEROS.
           77 WS-VALOR-ATUAL PIC S9(11)V99 VALUE ZEROS.
           77 WS-CLIENTE-ATUAL PIC 9(6) VALUE ZEROS.
           77 WS-ULTIMO-CLIENTE PIC 9(6) VALUE ZEROS.
           77 WS-FILIAL-CLIENTE PIC 9(3) VALUE ZEROS.
           77 WS-VALOR-LANCAMENTO PIC S9(11)V99 VALUE ZEROS.
           77 WS-CONTA-DEBITO PIC X(20).
           77 WS-CONTA-CREDITO PIC X(20).
           77 WS-CONTA-TROCA PIC X(20).
           77 WS-HISTORICO PIC X(40).
           77 WS-NUMERO-LANCAMENTO PIC 9(6) VALUE ZEROS.
           77 WS-LINHAS-CONFERIDAS PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-DEBITOS PIC 9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.
           77 WS-DATA-GERACAO PIC 9(8) VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(10)9,99.
           77 WS-TOTAL-EDITADO PIC Z(12)9,99.
           01 WS-EVENTO-MONTADO.
               05 WS-EVM-PREFIXO PIC X(4).
               05 WS-EVM-SUFIXO PIC 9(2).
           01 WS-ALIQUOTAS.
               05 WS-ALIQUOTA PIC 9(2)V99 OCCURS 99 TIMES.
           01 WS-DOC-TITULO.
               05 WS-DOC-PREFIXO PIC 9(1).
               05 WS-DOC-RESTO PIC 9(7).
           01 WS-DOC-CHEQUE REDEFINES WS-DOC-TITULO.
               05 WS-DOC-CHQ-FAIXA PIC 9(4).
               05 WS-DOC-CHQ-SEQUENCIA PIC 9(4).
           01 WS-TABELA-MAPA.
               05 WS-MAPA OCCURS 300 TIMES.
                   10 WS-MAP-EVENTO PIC X(6).
                   10 WS-MAP-FILIAL PIC 9(3).
                   10 WS-MAP-DEBITO PIC X(20).
                   10 WS-MAP-CREDITO PIC X(20).
                   10 WS-MAP-HISTORICO PIC X(30).
           01 WS-TABELA-EVENTOS.
               05 WS-EVENTO OCCURS 500 TIMES.
                   10 WS-EVT-CODIGO PIC X(6).
                   10 WS-EVT-CODIGO-R REDEFINES WS-EVT-CODIGO.
                       15 WS-EVT-PREFIXO PIC X(4).
                       15 WS-EVT-SUFIXO PIC 9(2).
                   10 WS-EVT-FILIAL PIC 9(3).
                   10 WS-EVT-VALOR PIC S9(11)V99.
           COPY "CTBLAN-REG.CPY".
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           PERFORM 2000-LER-VENDAS UNTIL WS-FS-VENDDET NOT = "00".
           PERFORM 2500-CALCULAR-TRIBUTOS.
           PERFORM 3000-LER-TITULOS UNTIL WS-FS-CTRECEB NOT = "00".
           PERFORM 3200-LER-PAGAMENTOS UNTIL WS-FS-PAGTLOG NOT = "00".
           PERFORM 3400-LER-PERDAS UNTIL WS-FS-WOFFLOG NOT = "00".
           PERFORM 3500-LER-RENEGOCIADOS
               UNTIL WS-FS-RENEGLOG NOT = "00".
           PERFORM 3600-LER-CONTRATOS UNTIL WS-FS-CTRFLOG NOT = "00".
           PERFORM 4000-LER-ENTRADAS UNTIL WS-FS-MOVEST NOT = "00".
           PERFORM 4500-LER-QUEBRAS UNTIL WS-FS-QUEBRAS NOT = "00".

           PERFORM 5000-GERAR-LANCAMENTOS.
           PERFORM 6000-CONFERIR-PARTIDAS.
           PERFORM 7000-LIBERAR-ARQUIVO.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO RETURN-CODE.
           MOVE ZEROS TO WS-ALIQUOTAS.

           PERFORM 1100-CARREGAR-MAPA.
           PERFORM 1200-CARREGAR-ALIQUOTAS.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               SET CADCLI-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT OPERADORES.
           IF WS-FS-OPERMST = "00"
               SET OPERMST-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE DE VENDAS VENDDET AUSENTE"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

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

           OPEN INPUT MOVIMENTO-ESTOQUE.
           IF WS-FS-MOVEST NOT = "00"
               MOVE "10" TO WS-FS-MOVEST
           END-IF.

           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS NOT = "00"
               MOVE "10" TO WS-FS-QUEBRAS
           END-IF.

           OPEN OUTPUT RELATORIO-CONTABIL.
           MOVE SPACES TO RCT-LINHA.
           STRING "LANCAMENTOS CONTABEIS DO DIA - DATA " DMV-DATA
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.
           MOVE SPACES TO RCT-LINHA.
           STRING "NUMERO FIL EVENTO CONTA DEBITO         CONTA CREDITO"
               "                 VALOR  HISTORICO"
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

      *****************************************
      * CTBMAP: UMA LINHA POR EVENTO E FILIAL; FILIAL 000 VALE PARA
      * AS FILIAIS SEM LINHA PROPRIA. LINHA SEM AS DUAS CONTAS E
      * IGNORADA
      *****************************************
       1100-CARREGAR-MAPA.
           OPEN INPUT MAPA-CONTAS.
           IF WS-FS-CTBMAP = "00"
               PERFORM 1150-LER-MAPA UNTIL WS-FS-CTBMAP NOT = "00"
               CLOSE MAPA-CONTAS
           ELSE
               DISPLAY "TABELA DE CONTAS CTBMAP AUSENTE"
           END-IF.
           MOVE "00" TO WS-FS-CTBMAP.

       1150-LER-MAPA.
           READ MAPA-CONTAS
               AT END
                   MOVE "10" TO WS-FS-CTBMAP
               NOT AT END
                   IF MAP-EVENTO NOT = SPACES
                           AND MAP-FILIAL IS NUMERIC
                           AND MAP-DEBITO NOT = SPACES
                           AND MAP-CREDITO NOT = SPACES
                           AND WS-QTD-MAPA < 300
                       ADD 1 TO WS-QTD-MAPA
                       MOVE MAP-EVENTO TO WS-MAP-EVENTO(WS-QTD-MAPA)
                       MOVE MAP-FILIAL TO WS-MAP-FILIAL(WS-QTD-MAPA)
                       MOVE MAP-DEBITO TO WS-MAP-DEBITO(WS-QTD-MAPA)
                       MOVE MAP-CREDITO TO WS-MAP-CREDITO(WS-QTD-MAPA)
                       MOVE MAP-HISTORICO TO
                           WS-MAP-HISTORICO(WS-QTD-MAPA)
                   ELSE
                       DISPLAY "LINHA DO CTBMAP IGNORADA: " MAP-LINHA
                   END-IF
           END-READ.

       1200-CARREGAR-ALIQUOTAS.
           OPEN INPUT TABELA-TRIBUTOS.
           IF WS-FS-TRIBTAB = "00"
               PERFORM 1250-LER-ALIQUOTA UNTIL WS-FS-TRIBTAB NOT = "00"
               CLOSE TABELA-TRIBUTOS
           ELSE
               DISPLAY "TABELA TRIBTAB AUSENTE - ALIQUOTAS ZERADAS"
           END-IF.
           MOVE "00" TO WS-FS-TRIBTAB.

       1250-LER-ALIQUOTA.
           READ TABELA-TRIBUTOS
               AT END
                   MOVE "10" TO WS-FS-TRIBTAB
               NOT AT END
                   IF TRB-CODIGO IS NUMERIC AND TRB-CODIGO >= 1
                           AND TRB-ALIQUOTA IS NUMERIC
                       MOVE TRB-ALIQUOTA TO WS-ALIQUOTA(TRB-CODIGO)
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
      * VENDAS E ESTORNOS DA DATA POR FORMA DE PAGAMENTO (VENDnn E
      * ESTOnn); A BASE DOS TRIBUTOS VAI LIQUIDA DE ESTORNOS NO
      * EVENTO TRIBnn DO CODIGO, COMO NO RELTRIB
      *****************************************
       2000-LER-VENDAS.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA = DMV-DATA
                       PERFORM 2100-APURAR-VENDA
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2100-APURAR-VENDA.
           MOVE VDT-FILIAL TO WS-FILIAL-ATUAL.
           MOVE VDT-FORMA-PAGTO TO WS-EVM-SUFIXO.
           IF VDT-TIPO-ESTORNO
               MOVE "ESTO" TO WS-EVM-PREFIXO
           ELSE
               MOVE "VEND" TO WS-EVM-PREFIXO
           END-IF.
           MOVE WS-EVENTO-MONTADO TO WS-EVENTO-ATUAL.
           MOVE VDT-VALOR TO WS-VALOR-ATUAL.
           PERFORM 8000-ACUMULAR-EVENTO.

           IF VDT-COD-TRIBUTO >= 1 AND VDT-COD-TRIBUTO <= 99
               MOVE "TRIB" TO WS-EVM-PREFIXO
               MOVE VDT-COD-TRIBUTO TO WS-EVM-SUFIXO
               MOVE WS-EVENTO-MONTADO TO WS-EVENTO-ATUAL
               IF VDT-TIPO-ESTORNO
                   COMPUTE WS-VALOR-ATUAL = ZEROS - VDT-VALOR
               END-IF
               PERFORM 8000-ACUMULAR-EVENTO
           END-IF.

       2500-CALCULAR-TRIBUTOS.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
                   UNTIL WS-EVT-I > WS-QTD-EVENTOS
               IF WS-EVT-PREFIXO(WS-EVT-I) = "TRIB"
                   MOVE WS-EVT-SUFIXO(WS-EVT-I) TO WS-COD-I
                   COMPUTE WS-EVT-VALOR(WS-EVT-I) ROUNDED =
                       WS-EVT-VALOR(WS-EVT-I) *
                       (WS-ALIQUOTA(WS-COD-I) / 100)
               END-IF
           END-PERFORM.

      *****************************************
      * TITULOS, NOTAS DE CREDITO E ADIANTAMENTOS EMITIDOS NA DATA,
      * PELA FAIXA DO DOCUMENTO COMO NA PROVA DO RECPROVA. AS
      * MENSALIDADES (8CCCAAMM) ENTRAM PELO CTRFLOG
      *****************************************
       3000-LER-TITULOS.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-DATA-EMISSAO = DMV-DATA
                       PERFORM 3100-CLASSIFICAR-EMISSAO
                   END-IF
           END-READ.

       3100-CLASSIFICAR-EMISSAO.
           MOVE REC-DOCUMENTO TO WS-DOC-TITULO.
           MOVE SPACES TO WS-EVENTO-ATUAL.
           EVALUATE TRUE
               WHEN REC-TIPO-CREDITO
                   MOVE "RECNCR" TO WS-EVENTO-ATUAL
               WHEN REC-TIPO-ADIANTAMENTO
                   MOVE "RECADI" TO WS-EVENTO-ATUAL
               WHEN REC-DOCUMENTO = DMV-DATA
                   MOVE "RECGER" TO WS-EVENTO-ATUAL
               WHEN WS-DOC-PREFIXO = 8
                   CONTINUE
               WHEN WS-DOC-PREFIXO = 9
                   MOVE "RECPLA" TO WS-EVENTO-ATUAL
               WHEN WS-DOC-CHQ-FAIXA = 7000
                   MOVE "RECCHQ" TO WS-EVENTO-ATUAL
               WHEN OTHER
                   MOVE "RECPAR" TO WS-EVENTO-ATUAL
           END-EVALUATE.

           IF WS-EVENTO-ATUAL NOT = SPACES
               MOVE REC-CLIENTE TO WS-CLIENTE-ATUAL
               PERFORM 8100-BUSCAR-FILIAL-CLIENTE
               MOVE REC-VALOR TO WS-VALOR-ATUAL
               PERFORM 8000-ACUMULAR-EVENTO
           END-IF.

      *****************************************
      * PAGTLOG: PRINCIPAL, JUROS E MULTA DAS BAIXAS DO BAIXAREC E
      * COMPENSACOES DE CREDITO E ADIANTAMENTO DO APLICRED
      *****************************************
       3200-LER-PAGAMENTOS.
           READ LOG-PAGAMENTOS
               AT END
                   MOVE "10" TO WS-FS-PAGTLOG
               NOT AT END
                   IF PGB-DATA = DMV-DATA
                           AND PGB-CLIENTE IS NUMERIC
                       MOVE PGB-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM 8100-BUSCAR-FILIAL-CLIENTE
                       EVALUATE TRUE
                           WHEN PGB-PAGAMENTO
                               PERFORM 3300-APURAR-BAIXA
                           WHEN PGC-CREDITO-APLICADO
                               MOVE "RECCRD" TO WS-EVENTO-ATUAL
                               MOVE PGC-VALOR TO WS-VALOR-ATUAL
                               PERFORM 8000-ACUMULAR-EVENTO
                           WHEN PGC-ADIANTAMENTO-APLICADO
                               MOVE "RECADT" TO WS-EVENTO-ATUAL
                               MOVE PGC-VALOR TO WS-VALOR-ATUAL
                               PERFORM 8000-ACUMULAR-EVENTO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3300-APURAR-BAIXA.
           IF PGB-JUROS IS NOT NUMERIC
               MOVE ZEROS TO PGB-JUROS
           END-IF.
           IF PGB-MULTA IS NOT NUMERIC
               MOVE ZEROS TO PGB-MULTA
           END-IF.

           MOVE "RECBXA" TO WS-EVENTO-ATUAL.
           MOVE PGB-PRINCIPAL TO WS-VALOR-ATUAL.
           PERFORM 8000-ACUMULAR-EVENTO.

           MOVE "RECJUR" TO WS-EVENTO-ATUAL.
           MOVE PGB-JUROS TO WS-VALOR-ATUAL.
           PERFORM 8000-ACUMULAR-EVENTO.

           MOVE "RECMUL" TO WS-EVENTO-ATUAL.
           MOVE PGB-MULTA TO WS-VALOR-ATUAL.
           PERFORM 8000-ACUMULAR-EVENTO.

       3400-LER-PERDAS.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   IF WOF-DATA = DMV-DATA
                       MOVE WOF-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM 8100-BUSCAR-FILIAL-CLIENTE
                       MOVE "RECPER" TO WS-EVENTO-ATUAL
                       MOVE WOF-VALOR TO WS-VALOR-ATUAL
                       PERFORM 8000-ACUMULAR-EVENTO
                   END-IF
           END-READ.

       3500-LER-RENEGOCIADOS.
           READ LOG-RENEGOCIACOES
               AT END
                   MOVE "10" TO WS-FS-RENEGLOG
               NOT AT END
                   IF RNL-TIPO-ORIGINAL AND RNL-O-DATA = DMV-DATA
                       MOVE RNL-O-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM 8100-BUSCAR-FILIAL-CLIENTE
                       MOVE "RECREN" TO WS-EVENTO-ATUAL
                       MOVE RNL-O-SALDO TO WS-VALOR-ATUAL
                       PERFORM 8000-ACUMULAR-EVENTO
                   END-IF
           END-READ.

       3600-LER-CONTRATOS.
           READ LOG-FATURAMENTO
               AT END
                   MOVE "10" TO WS-FS-CTRFLOG
               NOT AT END
                   IF CFL-DATA = DMV-DATA
                       MOVE CFL-CLIENTE TO WS-CLIENTE-ATUAL
                       PERFORM 8100-BUSCAR-FILIAL-CLIENTE
                       MOVE "RECCTR" TO WS-EVENTO-ATUAL
                       MOVE CFL-VALOR TO WS-VALOR-ATUAL
                       PERFORM 8000-ACUMULAR-EVENTO
                   END-IF
           END-READ.

      *****************************************
      * ENTRADAS DO RECEBMER NO MOVEST, PELO CUSTO DA NOTA
      *****************************************
       4000-LER-ENTRADAS.
           READ MOVIMENTO-ESTOQUE
               AT END
                   MOVE "10" TO WS-FS-MOVEST
               NOT AT END
                   IF MVE-DATA = DMV-DATA
                           AND MVE-ORIGEM = "RECEBMER"
                           AND MVE-ENTRADA
                       MOVE MVE-FILIAL TO WS-FILIAL-ATUAL
                       MOVE "ENTMER" TO WS-EVENTO-ATUAL
                       COMPUTE WS-VALOR-ATUAL =
                           MVE-QUANTIDADE * MVE-CUSTO
                       PERFORM 8000-ACUMULAR-EVENTO
                   END-IF
           END-READ.

      *****************************************
      * QUEBRAS DO FECHAMENTO CEGO: DIFERENCA POSITIVA = SOBRA,
      * NEGATIVA = FALTA, NA FILIAL DO OPERADOR DO CAIXA
      *****************************************
       4500-LER-QUEBRAS.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   IF QBR-DATA = DMV-DATA
                           AND QBR-DIFERENCA IS NUMERIC
                           AND QBR-DIFERENCA NOT = ZEROS
                       PERFORM 4600-APURAR-QUEBRA
                   END-IF
           END-READ.

       4600-APURAR-QUEBRA.
           MOVE ZEROS TO WS-FILIAL-ATUAL.
           IF OPERMST-DISPONIVEL
               MOVE QBR-OPERADOR TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPE-FILIAL TO WS-FILIAL-ATUAL
               END-READ
               MOVE "00" TO WS-FS-OPERMST
           END-IF.

           IF QBR-DIFERENCA > ZEROS
               MOVE "QBRSOB" TO WS-EVENTO-ATUAL
               MOVE QBR-DIFERENCA TO WS-VALOR-ATUAL
           ELSE
               MOVE "QBRFAL" TO WS-EVENTO-ATUAL
               COMPUTE WS-VALOR-ATUAL = ZEROS - QBR-DIFERENCA
           END-IF.
           PERFORM 8000-ACUMULAR-EVENTO.

      *****************************************
      * UM LANCAMENTO POR EVENTO E FILIAL COM VALOR; VALOR LIQUIDO
      * NEGATIVO (TRIBUTO COM MAIS ESTORNO QUE VENDA) INVERTE AS
      * CONTAS
      *****************************************
       5000-GERAR-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTOS-TRABALHO.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
                   UNTIL WS-EVT-I > WS-QTD-EVENTOS
               IF WS-EVT-VALOR(WS-EVT-I) NOT = ZEROS
                   PERFORM 5100-LANCAR-EVENTO
               END-IF
           END-PERFORM.
           CLOSE LANCAMENTOS-TRABALHO.

       5100-LANCAR-EVENTO.
           PERFORM 5200-BUSCAR-CONTAS.

           IF CONTA-NAO-ENCONTRADA
               SET HA-EVENTO-SEM-CONTA TO TRUE
               MOVE WS-EVT-VALOR(WS-EVT-I) TO WS-VALOR-EDITADO
               MOVE SPACES TO RCT-LINHA
               STRING "       " WS-EVT-FILIAL(WS-EVT-I) " "
                   WS-EVT-CODIGO(WS-EVT-I) " *** EVENTO SEM CONTA NO "
                   "CTBMAP ***                " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO RCT-LINHA
               WRITE RCT-LINHA
           ELSE
               MOVE WS-MAP-DEBITO(WS-MAP-ACHADO) TO WS-CONTA-DEBITO
               MOVE WS-MAP-CREDITO(WS-MAP-ACHADO) TO WS-CONTA-CREDITO
               MOVE WS-EVT-VALOR(WS-EVT-I) TO WS-VALOR-LANCAMENTO
               IF WS-VALOR-LANCAMENTO < ZEROS
                   MOVE WS-CONTA-DEBITO TO WS-CONTA-TROCA
                   MOVE WS-CONTA-CREDITO TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-TROCA TO WS-CONTA-CREDITO
                   COMPUTE WS-VALOR-LANCAMENTO =
                       ZEROS - WS-VALOR-LANCAMENTO
               END-IF
               MOVE SPACES TO WS-HISTORICO
               IF WS-MAP-HISTORICO(WS-MAP-ACHADO) = SPACES
                   STRING "LANCAMENTO AUTOMATICO "
                       WS-EVT-CODIGO(WS-EVT-I)
                       DELIMITED BY SIZE INTO WS-HISTORICO
               ELSE
                   MOVE WS-MAP-HISTORICO(WS-MAP-ACHADO) TO WS-HISTORICO
               END-IF
               ADD 1 TO WS-NUMERO-LANCAMENTO
               MOVE WS-CONTA-DEBITO TO CTB-CONTA
               SET CTB-DEBITO TO TRUE
               PERFORM 5300-GRAVAR-PARTIDA
               MOVE WS-CONTA-CREDITO TO CTB-CONTA
               SET CTB-CREDITO TO TRUE
               PERFORM 5300-GRAVAR-PARTIDA
               PERFORM 5400-LISTAR-LANCAMENTO
           END-IF.

      *****************************************
      * CONTA DA FILIAL DO EVENTO OU, NA FALTA, A PADRAO (000)
      *****************************************
       5200-BUSCAR-CONTAS.
           SET CONTA-NAO-ENCONTRADA TO TRUE.
           MOVE ZEROS TO WS-MAP-ACHADO.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > WS-QTD-MAPA
               IF WS-MAP-EVENTO(WS-MAP-I) = WS-EVT-CODIGO(WS-EVT-I)
                   IF WS-MAP-FILIAL(WS-MAP-I) = WS-EVT-FILIAL(WS-EVT-I)
                       MOVE WS-MAP-I TO WS-MAP-ACHADO
                       SET CONTA-ENCONTRADA TO TRUE
                   END-IF
                   IF WS-MAP-FILIAL(WS-MAP-I) = ZEROS
                           AND CONTA-NAO-ENCONTRADA
                       MOVE WS-MAP-I TO WS-MAP-ACHADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAP-ACHADO NOT = ZEROS
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       5300-GRAVAR-PARTIDA.
           SET CTB-LANCAMENTO TO TRUE.
           MOVE DMV-DATA TO CTB-DATA.
           MOVE WS-NUMERO-LANCAMENTO TO CTB-NUMERO.
           MOVE WS-EVT-FILIAL(WS-EVT-I) TO CTB-FILIAL.
           MOVE WS-VALOR-LANCAMENTO TO CTB-VALOR.
           MOVE WS-EVT-CODIGO(WS-EVT-I) TO CTB-EVENTO.
           MOVE WS-HISTORICO TO CTB-HISTORICO.
           WRITE WRK-LINHA FROM CTB-REGISTRO.

       5400-LISTAR-LANCAMENTO.
           MOVE WS-VALOR-LANCAMENTO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RCT-LINHA.
           STRING WS-NUMERO-LANCAMENTO " " WS-EVT-FILIAL(WS-EVT-I) " "
               WS-EVT-CODIGO(WS-EVT-I) " " WS-CONTA-DEBITO " "
               WS-CONTA-CREDITO " " WS-VALOR-EDITADO "  " WS-HISTORICO
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

      *****************************************
      * RELEITURA DO CTBWRK: AS PARTIDAS GRAVADAS A DEBITO TEM DE
      * SOMAR O MESMO QUE AS GRAVADAS A CREDITO
      *****************************************
       6000-CONFERIR-PARTIDAS.
           MOVE ZEROS TO WS-TOTAL-DEBITOS WS-TOTAL-CREDITOS
               WS-LINHAS-CONFERIDAS.
           OPEN INPUT LANCAMENTOS-TRABALHO.
           IF WS-FS-CTBWRK NOT = "00"
               DISPLAY "ERRO AO RELER O ARQUIVO DE TRABALHO CTBWRK"
               MOVE "10" TO WS-FS-CTBWRK
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 6100-SOMAR-PARTIDA
                   UNTIL WS-FS-CTBWRK NOT = "00"
               CLOSE LANCAMENTOS-TRABALHO
           END-IF.

       6100-SOMAR-PARTIDA.
           READ LANCAMENTOS-TRABALHO INTO CTB-REGISTRO
               AT END
                   MOVE "10" TO WS-FS-CTBWRK
               NOT AT END
                   ADD 1 TO WS-LINHAS-CONFERIDAS
                   EVALUATE TRUE
                       WHEN CTB-DEBITO
                           ADD CTB-VALOR TO WS-TOTAL-DEBITOS
                       WHEN CTB-CREDITO
                           ADD CTB-VALOR TO WS-TOTAL-CREDITOS
                       WHEN OTHER
                           DISPLAY "PARTIDA SEM NATUREZA NO CTBWRK: "
                               CTB-NUMERO
                   END-EVALUATE
           END-READ.

      *****************************************
      * SO COM DEBITOS = CREDITOS E TODOS OS EVENTOS COM CONTA O
      * CTBWRK E COPIADO PARA O CTBLAN ENTRE CABECALHO E TRAILER;
      * SENAO O CTBLAN NAO E TOCADO
      *****************************************
       7000-LIBERAR-ARQUIVO.
           MOVE SPACES TO RCT-LINHA.
           WRITE RCT-LINHA.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCT-LINHA.
           STRING "TOTAL A DEBITO .....: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCT-LINHA.
           STRING "TOTAL A CREDITO ....: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RCT-LINHA.
           WRITE RCT-LINHA.

           EVALUATE TRUE
               WHEN RETURN-CODE NOT = ZEROS
                   MOVE "ARQUIVO CTBLAN NAO LIBERADO - ERRO NO CTBWRK"
                       TO RCT-LINHA
               WHEN WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                   MOVE SPACES TO RCT-LINHA
                   STRING "*** DEBITOS DIFERENTES DOS CREDITOS - "
                       "ARQUIVO CTBLAN NAO LIBERADO ***"
                       DELIMITED BY SIZE INTO RCT-LINHA
                   DISPLAY "*** CTBDIA: LANCAMENTOS DE " DMV-DATA
                       " NAO FECHAM - VER RELCTB ***"
                   MOVE 12 TO RETURN-CODE
               WHEN HA-EVENTO-SEM-CONTA
                   MOVE SPACES TO RCT-LINHA
                   STRING "EVENTO SEM CONTA NO CTBMAP - ARQUIVO CTBLAN "
                       "RETIDO EM CTBWRK ATE A TABELA SER COMPLETADA"
                       DELIMITED BY SIZE INTO RCT-LINHA
                   DISPLAY "CTBDIA: EVENTO SEM CONTA NO CTBMAP - "
                       "LANCAMENTOS DE " DMV-DATA " RETIDOS"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 7100-COPIAR-LANCAMENTOS
                   MOVE "ARQUIVO CTBLAN LIBERADO PARA A CONTABILIDADE"
                       TO RCT-LINHA
                   DISPLAY "CTBDIA: " WS-NUMERO-LANCAMENTO
                       " LANCAMENTOS DE " DMV-DATA
                       " LIBERADOS EM CTBLAN"
           END-EVALUATE.
           WRITE RCT-LINHA.

       7100-COPIAR-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTOS-CONTABEIS.

           MOVE SPACES TO CTB-REGISTRO.
           SET CTB-CABECALHO TO TRUE.
           MOVE DMV-DATA TO CTB-CAB-DATA.
           MOVE "CTBDIA" TO CTB-CAB-ORIGEM.
           MOVE WS-DATA-GERACAO TO CTB-CAB-GERACAO.
           WRITE LAN-LINHA FROM CTB-REGISTRO.

           OPEN INPUT LANCAMENTOS-TRABALHO.
           IF WS-FS-CTBWRK = "00"
               PERFORM 7200-COPIAR-PARTIDA
                   UNTIL WS-FS-CTBWRK NOT = "00"
               CLOSE LANCAMENTOS-TRABALHO
           END-IF.

           MOVE SPACES TO CTB-REGISTRO.
           SET CTB-TRAILER TO TRUE.
           MOVE DMV-DATA TO CTB-TRL-DATA.
           MOVE WS-LINHAS-CONFERIDAS TO CTB-TRL-LINHAS.
           MOVE WS-TOTAL-DEBITOS TO CTB-TRL-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO CTB-TRL-CREDITOS.
           WRITE LAN-LINHA FROM CTB-REGISTRO.

           CLOSE LANCAMENTOS-CONTABEIS.

       7200-COPIAR-PARTIDA.
           READ LANCAMENTOS-TRABALHO
               AT END
                   MOVE "10" TO WS-FS-CTBWRK
               NOT AT END
                   WRITE LAN-LINHA FROM WRK-LINHA
           END-READ.

      *****************************************
      * SOMA O VALOR NO EVENTO/FILIAL, ABRINDO A LINHA NA PRIMEIRA
      * OCORRENCIA
      *****************************************
       8000-ACUMULAR-EVENTO.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
                   UNTIL WS-EVT-I > WS-QTD-EVENTOS
                   OR (WS-EVT-CODIGO(WS-EVT-I) = WS-EVENTO-ATUAL
                       AND WS-EVT-FILIAL(WS-EVT-I) = WS-FILIAL-ATUAL)
               CONTINUE
           END-PERFORM.

           IF WS-EVT-I > WS-QTD-EVENTOS
               IF WS-QTD-EVENTOS < 500
                   ADD 1 TO WS-QTD-EVENTOS
                   MOVE WS-QTD-EVENTOS TO WS-EVT-I
                   MOVE WS-EVENTO-ATUAL TO WS-EVT-CODIGO(WS-EVT-I)
                   MOVE WS-FILIAL-ATUAL TO WS-EVT-FILIAL(WS-EVT-I)
                   MOVE ZEROS TO WS-EVT-VALOR(WS-EVT-I)
               ELSE
                   DISPLAY "TABELA DE EVENTOS CHEIA - " WS-EVENTO-ATUAL
                       " FILIAL " WS-FILIAL-ATUAL " NAO LANCADO"
                   SET HA-EVENTO-SEM-CONTA TO TRUE
               END-IF
           END-IF.

           IF WS-EVT-I <= WS-QTD-EVENTOS
               ADD WS-VALOR-ATUAL TO WS-EVT-VALOR(WS-EVT-I)
           END-IF.

       8100-BUSCAR-FILIAL-CLIENTE.
           IF WS-CLIENTE-ATUAL NOT = WS-ULTIMO-CLIENTE
               MOVE WS-CLIENTE-ATUAL TO WS-ULTIMO-CLIENTE
               MOVE ZEROS TO WS-FILIAL-CLIENTE
               IF CADCLI-DISPONIVEL
                   MOVE WS-CLIENTE-ATUAL TO CLI-CODIGO
                   READ CADASTRO-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-FILIAL TO WS-FILIAL-CLIENTE
                   END-READ
                   MOVE "00" TO WS-FS-CADCLI
               END-IF
           END-IF.
           MOVE WS-FILIAL-CLIENTE TO WS-FILIAL-ATUAL.

       9000-FINALIZAR.
           IF CADCLI-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF OPERMST-DISPONIVEL
               CLOSE OPERADORES
           END-IF.
           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
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
           IF WS-FS-MOVEST = "10"
               CLOSE MOVIMENTO-ESTOQUE
           END-IF.
           IF WS-FS-QUEBRAS = "10"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           CLOSE RELATORIO-CONTABIL.

       END PROGRAM CTBDIA.
