       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPEDFIS.
      *************************************
      *OBJETIVO: ARQUIVO FISCAL MENSAL NO LEIAUTE DE REGISTROS
      *SEPARADOS POR BARRA VERTICAL DA ESCRITURACAO ELETRONICA, POR
      *FILIAL E ANO/MES, GRAVADO EM SPEDTXT A PARTIR DO DETALHE
      *VENDDET: BLOCO 0 COM A ABERTURA (0000, DADOS DA EMPRESA DO
      *SPEDCFG) E A FILIAL (0005); BLOCO C COM UM DOCUMENTO (C100)
      *POR NUMERO DE NOTA FISCAL (VDT-NUMERO-NF) - NOTA CANCELADA
      *(VDT-SITUACAO-NF "C") SAI COM SITUACAO 02 E SEM VALORES NEM
      *ITENS - E OS ITENS (C170) COM PRODUTO, QUANTIDADE, VALOR E
      *CODIGO DE TRIBUTACAO; BLOCO E COM O RESUMO POR CODIGO DE
      *TRIBUTACAO (E110) COM A ALIQUOTA DO TRIBTAB; BLOCO 9 COM A
      *QUANTIDADE DE CADA REGISTRO (9900) E O TOTAL DE LINHAS (9999).
      *CADA BLOCO FECHA COM A SUA QUANTIDADE DE LINHAS (0990, C990,
      *E990, 9990). SO E GERADO PARA PERIODO FECHADO NO CONTROLE DE
      *PERIODOS (PERCTL): PERIODO ABERTO, REABERTO OU SEM FECHAMENTO
      *E RECUSADO.
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

               SELECT CONTROLE-PERIODOS ASSIGN TO "PERCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PER-CHAVE
                   FILE STATUS IS WS-FS-PERCTL.

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT TABELA-TRIBUTOS ASSIGN TO "TRIBTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRIBTAB.

               SELECT CONFIG-SPED ASSIGN TO "SPEDCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SPEDCFG.

               SELECT ARQUIVO-FISCAL ASSIGN TO "SPEDTXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SPEDTXT.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK12".
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  CONTROLE-PERIODOS
               LABEL RECORD IS STANDARD.
               COPY "PERCTL-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  TABELA-TRIBUTOS
               LABEL RECORD IS STANDARD.
           01  TRB-LINHA.
               05 TRB-CODIGO PIC 9(2).
               05 FILLER PIC X(1).
               05 TRB-ALIQUOTA PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 TRB-DESCRICAO PIC X(20).

           FD  CONFIG-SPED
               LABEL RECORD IS STANDARD.
           01  SCF-LINHA.
               05 SCF-FILIAL PIC 9(3).
               05 FILLER PIC X(1).
               05 SCF-CNPJ PIC 9(14).
               05 FILLER PIC X(1).
               05 SCF-IE PIC X(14).
               05 FILLER PIC X(1).
               05 SCF-UF PIC X(2).
               05 FILLER PIC X(1).
               05 SCF-RAZAO PIC X(40).

           FD  ARQUIVO-FISCAL
               LABEL RECORD IS STANDARD.
           01  SPD-LINHA PIC X(250).

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-NUMERO-NF PIC 9(8).
               05 SRT-DATA PIC 9(8).
               05 SRT-SEQUENCIA PIC 9(6).
               05 SRT-CLIENTE PIC 9(6).
               05 SRT-PRODUTO PIC 9(6).
               05 SRT-QUANTIDADE PIC 9(4).
               05 SRT-VALOR PIC 9(8)V99.
               05 SRT-DESCONTO PIC 9(6)V99.
               05 SRT-COD-TRIBUTO PIC 9(2).
               05 SRT-SITUACAO PIC X(1).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-PERCTL PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FS-TRIBTAB PIC X(2) VALUE "00".
           77 WS-FS-SPEDCFG PIC X(2) VALUE "00".
           77 WS-FS-SPEDTXT PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-FILIAL-APURACAO PIC 9(3).
           77 WS-NOME-FILIAL PIC X(30).
           77 WS-SW-PERMITIDO PIC X(1) VALUE "S".
               88 GERACAO-PERMITIDA VALUE "S".
               88 GERACAO-RECUSADA VALUE "N".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-SW-EMPRESA PIC X(1) VALUE "N".
               88 EMPRESA-DA-FILIAL VALUE "F".
               88 EMPRESA-PADRAO VALUE "P".
               88 EMPRESA-AUSENTE VALUE "N".
           77 WS-SW-DOCUMENTO PIC X(1) VALUE "N".
               88 HA-DOCUMENTO-ABERTO VALUE "S".
               88 SEM-DOCUMENTO-ABERTO VALUE "N".
           77 WS-SW-CANCELADA PIC X(1) VALUE "N".
               88 DOCUMENTO-CANCELADO VALUE "S".
               88 DOCUMENTO-NORMAL VALUE "N".
           77 WS-EMP-CNPJ PIC 9(14) VALUE ZEROS.
           77 WS-EMP-IE PIC X(14) VALUE SPACES.
           77 WS-EMP-UF PIC X(2) VALUE SPACES.
           77 WS-EMP-RAZAO PIC X(40) VALUE SPACES.
           77 WS-CONT-SELECIONADAS PIC 9(7) VALUE ZEROS.
           77 WS-CONT-DOCUMENTOS PIC 9(7) VALUE ZEROS.
           77 WS-CONT-CANCELADOS PIC 9(7) VALUE ZEROS.
           77 WS-TOTAL-LINHAS PIC 9(9) VALUE ZEROS.
           77 WS-LINHAS-BLOCO PIC 9(9) VALUE ZEROS.
           77 WS-PONTEIRO PIC 9(3) VALUE ZEROS.
           77 WS-CAMPO-TAM PIC 9(3) VALUE ZEROS.
           77 WS-BRANCOS PIC 9(3) VALUE ZEROS.
           77 WS-REG-I PIC 9(2) VALUE ZEROS.
           77 WS-LST-I PIC 9(2) VALUE ZEROS.
           77 WS-COD-I PIC 9(3) VALUE ZEROS.
           77 WS-QUOCIENTE PIC 9(4) VALUE ZEROS.
           77 WS-RESTO PIC 9(3) VALUE ZEROS.
           77 WS-ITEM-I PIC 9(3) VALUE ZEROS.
           77 WS-QTD-ITENS PIC 9(3) VALUE ZEROS.
           77 WS-QTD-9900 PIC 9(2) VALUE ZEROS.
           77 WS-DOC-NUMERO PIC 9(8) VALUE ZEROS.
           77 WS-DOC-DATA PIC 9(8) VALUE ZEROS.
           77 WS-DOC-CLIENTE PIC 9(6) VALUE ZEROS.
           77 WS-DOC-VALOR PIC 9(11)V99 VALUE ZEROS.
           77 WS-DOC-DESCONTO PIC 9(11)V99 VALUE ZEROS.
           77 WS-DOC-TRIBUTO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-SPED PIC S9(11)V99 VALUE ZEROS.
           77 WS-VALOR-SPED-ED PIC -(11)9,99.
           77 WS-ALIQUOTA-ED PIC Z9,99.
           77 WS-NUMERO-SPED PIC 9(9) VALUE ZEROS.
           77 WS-NUMERO-SPED-ED PIC Z(8)9.
           77 WS-CONT-EDITADO PIC Z(6)9.
           77 WS-REGISTRO-ATUAL PIC X(4).
           77 WS-CAMPO-AUX PIC X(60).
           01 WS-CAMPO-AREA.
               05 WS-CAMPO-SENTINELA PIC X(1) VALUE "|".
               05 WS-CAMPO PIC X(60).
           01 WS-DATA-DETALHE.
               05 WS-DD-ANO PIC 9(4).
               05 WS-DD-MES PIC 9(2).
               05 WS-DD-DIA PIC 9(2).
           01 WS-DATA-SPED.
               05 WS-DS-DIA PIC 9(2).
               05 WS-DS-MES PIC 9(2).
               05 WS-DS-ANO PIC 9(4).
           01 WS-DATA-INICIAL-SPED PIC 9(8).
           01 WS-DATA-FINAL-SPED PIC 9(8).
           01 WS-ULTIMOS-DIAS.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-ULTIMOS-DIAS-R REDEFINES WS-ULTIMOS-DIAS.
               05 WS-ULTIMO-DIA PIC 9(2) OCCURS 12 TIMES.
           01 WS-TRIBUTOS.
               05 WS-TRIBUTO OCCURS 99 TIMES.
                   10 WS-TRB-ALIQUOTA PIC 9(2)V99.
                   10 WS-TRB-DESCRICAO PIC X(20).
                   10 WS-TRB-BASE PIC 9(11)V99.
                   10 WS-TRB-VALOR PIC 9(11)V99.
           01 WS-ITENS-DOCUMENTO.
               05 WS-ITEM OCCURS 999 TIMES.
                   10 WS-ITM-PRODUTO PIC 9(6).
                   10 WS-ITM-QUANTIDADE PIC 9(4).
                   10 WS-ITM-VALOR PIC 9(8)V99.
                   10 WS-ITM-DESCONTO PIC 9(6)V99.
                   10 WS-ITM-COD-TRIBUTO PIC 9(2).
                   10 WS-ITM-TRIBUTO PIC 9(9)V99.
      *****************************************
      * REGISTROS DO ARQUIVO NA ORDEM DO 9900 E SUAS QUANTIDADES
      *****************************************
           01 WS-REGISTROS-LISTA.
               05 FILLER PIC X(4) VALUE "0000".
               05 FILLER PIC X(4) VALUE "0001".
               05 FILLER PIC X(4) VALUE "0005".
               05 FILLER PIC X(4) VALUE "0990".
               05 FILLER PIC X(4) VALUE "C001".
               05 FILLER PIC X(4) VALUE "C100".
               05 FILLER PIC X(4) VALUE "C170".
               05 FILLER PIC X(4) VALUE "C990".
               05 FILLER PIC X(4) VALUE "E001".
               05 FILLER PIC X(4) VALUE "E110".
               05 FILLER PIC X(4) VALUE "E990".
               05 FILLER PIC X(4) VALUE "9001".
               05 FILLER PIC X(4) VALUE "9900".
               05 FILLER PIC X(4) VALUE "9990".
               05 FILLER PIC X(4) VALUE "9999".
           01 WS-REGISTROS-LISTA-R REDEFINES WS-REGISTROS-LISTA.
               05 WS-REG-CODIGO PIC X(4) OCCURS 15 TIMES.
           01 WS-REGISTROS-QTD.
               05 WS-REG-QTD PIC 9(9) OCCURS 15 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF GERACAO-PERMITIDA
               SORT ARQ-ORDENACAO
                   ON ASCENDING KEY SRT-NUMERO-NF
                                    SRT-DATA
                                    SRT-SEQUENCIA
                   INPUT PROCEDURE IS 2000-SELECIONAR-ITENS
                   OUTPUT PROCEDURE IS 3000-GRAVAR-ARQUIVO
               PERFORM 9000-FINALIZAR
           END-IF.

           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WS-REGISTROS-QTD.
           DISPLAY "DIGITE O ANO DO ARQUIVO FISCAL (EX: 2026)".
           ACCEPT WS-ANO-APURACAO.

           DISPLAY "DIGITE O MES DO ARQUIVO FISCAL (1 A 12)".
           ACCEPT WS-MES-APURACAO.

           DISPLAY "DIGITE A FILIAL".
           ACCEPT WS-FILIAL-APURACAO.

           IF WS-MES-APURACAO < 1 OR WS-MES-APURACAO > 12
                   OR WS-FILIAL-APURACAO = ZEROS
               DISPLAY "ANO/MES OU FILIAL INVALIDOS - ARQUIVO NAO "
                   "GERADO"
               SET GERACAO-RECUSADA TO TRUE
           END-IF.

           IF GERACAO-PERMITIDA
               PERFORM 1100-VERIFICAR-PERIODO
           END-IF.
           IF GERACAO-PERMITIDA
               PERFORM 1200-CARREGAR-EMPRESA
           END-IF.
           IF GERACAO-PERMITIDA
               PERFORM 1300-CARREGAR-TRIBUTOS
               PERFORM 1400-BUSCAR-FILIAL
               PERFORM 1500-MONTAR-DATAS

               OPEN INPUT VENDAS-DETALHE
               IF WS-FS-VENDDET NOT = "00"
                   DISPLAY "DETALHE VENDDET AUSENTE - ARQUIVO SEM "
                       "DOCUMENTOS"
                   MOVE "10" TO WS-FS-VENDDET
               ELSE
                   PERFORM 1900-POSICIONAR-DETALHE
               END-IF

               OPEN OUTPUT ARQUIVO-FISCAL
           END-IF.

      *****************************************
      * O ARQUIVO SO SAI DE PERIODO FECHADO PELO FECHAMES: ABERTO,
      * REABERTO PELO REABRMES OU AINDA SEM REGISTRO E RECUSADO
      *****************************************
       1100-VERIFICAR-PERIODO.
           OPEN INPUT CONTROLE-PERIODOS.
           IF WS-FS-PERCTL NOT = "00"
               DISPLAY "CONTROLE DE PERIODOS PERCTL AUSENTE - ARQUIVO "
                   "NAO GERADO"
               SET GERACAO-RECUSADA TO TRUE
           ELSE
               MOVE WS-ANO-APURACAO TO PER-ANO
               MOVE WS-MES-APURACAO TO PER-MES
               READ CONTROLE-PERIODOS
                   INVALID KEY
                       DISPLAY "PERIODO " WS-ANO-APURACAO "/"
                           WS-MES-APURACAO " AINDA NAO FECHADO - "
                           "ARQUIVO NAO GERADO"
                       SET GERACAO-RECUSADA TO TRUE
                   NOT INVALID KEY
                       IF NOT PER-FECHADO
                           DISPLAY "PERIODO " WS-ANO-APURACAO "/"
                               WS-MES-APURACAO " ABERTO OU REABERTO - "
                               "ARQUIVO NAO GERADO"
                           SET GERACAO-RECUSADA TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROLE-PERIODOS
           END-IF.

      *****************************************
      * SPEDCFG: UMA LINHA POR FILIAL (CNPJ, INSCRICAO ESTADUAL, UF E
      * RAZAO SOCIAL); FILIAL 000 = DADOS DA EMPRESA PARA AS FILIAIS
      * SEM LINHA PROPRIA. SEM DADOS O ARQUIVO NAO E GERADO
      *****************************************
       1200-CARREGAR-EMPRESA.
           OPEN INPUT CONFIG-SPED.
           IF WS-FS-SPEDCFG = "00"
               PERFORM 1250-LER-EMPRESA UNTIL WS-FS-SPEDCFG NOT = "00"
               CLOSE CONFIG-SPED
           END-IF.
           MOVE "00" TO WS-FS-SPEDCFG.

           IF EMPRESA-AUSENTE
               DISPLAY "DADOS DA EMPRESA AUSENTES NO SPEDCFG - ARQUIVO "
                   "NAO GERADO"
               SET GERACAO-RECUSADA TO TRUE
           END-IF.

       1250-LER-EMPRESA.
           READ CONFIG-SPED
               AT END
                   MOVE "10" TO WS-FS-SPEDCFG
               NOT AT END
                   IF SCF-FILIAL IS NUMERIC AND SCF-CNPJ IS NUMERIC
                           AND SCF-CNPJ > ZEROS
                       EVALUATE TRUE
                           WHEN SCF-FILIAL = WS-FILIAL-APURACAO
                               SET EMPRESA-DA-FILIAL TO TRUE
                               PERFORM 1260-GUARDAR-EMPRESA
                           WHEN SCF-FILIAL = ZEROS
                                   AND NOT EMPRESA-DA-FILIAL
                               SET EMPRESA-PADRAO TO TRUE
                               PERFORM 1260-GUARDAR-EMPRESA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1260-GUARDAR-EMPRESA.
           MOVE SCF-CNPJ TO WS-EMP-CNPJ.
           MOVE SCF-IE TO WS-EMP-IE.
           MOVE SCF-UF TO WS-EMP-UF.
           MOVE SCF-RAZAO TO WS-EMP-RAZAO.

       1300-CARREGAR-TRIBUTOS.
           INITIALIZE WS-TRIBUTOS.

           OPEN INPUT TABELA-TRIBUTOS.
           IF WS-FS-TRIBTAB = "00"
               PERFORM 1350-LER-TRIBUTO UNTIL WS-FS-TRIBTAB NOT = "00"
               CLOSE TABELA-TRIBUTOS
           ELSE
               DISPLAY "TABELA TRIBTAB AUSENTE - ALIQUOTAS ZERADAS"
           END-IF.
           MOVE "00" TO WS-FS-TRIBTAB.

       1350-LER-TRIBUTO.
           READ TABELA-TRIBUTOS
               AT END
                   MOVE "10" TO WS-FS-TRIBTAB
               NOT AT END
                   IF TRB-CODIGO IS NUMERIC AND TRB-CODIGO >= 1
                           AND TRB-ALIQUOTA IS NUMERIC
                       MOVE TRB-ALIQUOTA TO
                           WS-TRB-ALIQUOTA(TRB-CODIGO)
                       MOVE TRB-DESCRICAO TO
                           WS-TRB-DESCRICAO(TRB-CODIGO)
                   END-IF
           END-READ.

       1400-BUSCAR-FILIAL.
           MOVE SPACES TO WS-NOME-FILIAL.
           OPEN INPUT CADASTRO-FILIAIS.
           IF WS-FS-FILMST = "00"
               MOVE WS-FILIAL-APURACAO TO FIL-CODIGO
               READ CADASTRO-FILIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WS-NOME-FILIAL
               END-READ
               CLOSE CADASTRO-FILIAIS
           END-IF.

      *****************************************
      * DATAS NO FORMATO DDMMAAAA DO LEIAUTE; FEVEREIRO DE ANO
      * BISSEXTO TERMINA NO DIA 29
      *****************************************
       1500-MONTAR-DATAS.
           MOVE 01 TO WS-DS-DIA.
           MOVE WS-MES-APURACAO TO WS-DS-MES.
           MOVE WS-ANO-APURACAO TO WS-DS-ANO.
           MOVE WS-DATA-SPED TO WS-DATA-INICIAL-SPED.

           MOVE WS-ULTIMO-DIA(WS-MES-APURACAO) TO WS-DS-DIA.
           IF WS-MES-APURACAO = 2
               DIVIDE WS-ANO-APURACAO BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 29 TO WS-DS-DIA
                   DIVIDE WS-ANO-APURACAO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZEROS
                       DIVIDE WS-ANO-APURACAO BY 400
                           GIVING WS-QUOCIENTE REMAINDER WS-RESTO
                       IF WS-RESTO NOT = ZEROS
                           MOVE 28 TO WS-DS-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DATA-SPED TO WS-DATA-FINAL-SPED.

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

      *****************************************
      * VENDAS COM NOTA FISCAL DA FILIAL NO ANO/MES, UMA POR ITEM
      *****************************************
       2000-SELECIONAR-ITENS.
           PERFORM 2100-SELECIONAR-LOOP
               UNTIL WS-FS-VENDDET NOT = "00".

       2100-SELECIONAR-LOOP.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   MOVE VDT-DATA TO WS-DATA-DETALHE
                   IF WS-DD-ANO = WS-ANO-APURACAO
                           AND WS-DD-MES = WS-MES-APURACAO
                           AND VDT-TIPO-VENDA
                           AND VDT-NUMERO-NF > ZEROS
                           AND VDT-FILIAL = WS-FILIAL-APURACAO
                       MOVE VDT-NUMERO-NF TO SRT-NUMERO-NF
                       MOVE VDT-DATA TO SRT-DATA
                       MOVE VDT-SEQUENCIA TO SRT-SEQUENCIA
                       MOVE VDT-CODIGO TO SRT-CLIENTE
                       MOVE VDT-PRODUTO TO SRT-PRODUTO
                       MOVE VDT-QUANTIDADE TO SRT-QUANTIDADE
                       MOVE VDT-VALOR TO SRT-VALOR
                       MOVE VDT-DESCONTO TO SRT-DESCONTO
                       MOVE VDT-COD-TRIBUTO TO SRT-COD-TRIBUTO
                       MOVE VDT-SITUACAO-NF TO SRT-SITUACAO
                       ADD 1 TO WS-CONT-SELECIONADAS
                       RELEASE SRT-REGISTRO
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       3000-GRAVAR-ARQUIVO.
           PERFORM 4000-GRAVAR-BLOCO-0.

           MOVE ZEROS TO WS-LINHAS-BLOCO.
           MOVE "C001" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           IF WS-CONT-SELECIONADAS > ZEROS
               MOVE "0" TO WS-CAMPO
           ELSE
               MOVE "1" TO WS-CAMPO
           END-IF.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           SET FIM-SORT-NAO TO TRUE.
           SET SEM-DOCUMENTO-ABERTO TO TRUE.
           PERFORM 3100-LER-ITEM UNTIL FIM-SORT-SIM.
           IF HA-DOCUMENTO-ABERTO
               PERFORM 3300-GRAVAR-DOCUMENTO
           END-IF.

           MOVE "C990" TO WS-REGISTRO-ATUAL.
           PERFORM 8900-ENCERRAR-BLOCO.

           PERFORM 5000-GRAVAR-BLOCO-E.
           PERFORM 6000-GRAVAR-BLOCO-9.

       3100-LER-ITEM.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 3200-ACUMULAR-ITEM
           END-RETURN.

      *****************************************
      * OS ITENS DE UMA NOTA FICAM NA TABELA ATE A QUEBRA DO NUMERO,
      * POIS O C100 COM OS TOTAIS VEM ANTES DOS SEUS C170. QUALQUER
      * ITEM MARCADO COMO CANCELADO CANCELA A NOTA INTEIRA
      *****************************************
       3200-ACUMULAR-ITEM.
           IF HA-DOCUMENTO-ABERTO
                   AND SRT-NUMERO-NF NOT = WS-DOC-NUMERO
               PERFORM 3300-GRAVAR-DOCUMENTO
           END-IF.

           IF SEM-DOCUMENTO-ABERTO
               SET HA-DOCUMENTO-ABERTO TO TRUE
               SET DOCUMENTO-NORMAL TO TRUE
               MOVE SRT-NUMERO-NF TO WS-DOC-NUMERO
               MOVE SRT-DATA TO WS-DOC-DATA
               MOVE SRT-CLIENTE TO WS-DOC-CLIENTE
               MOVE ZEROS TO WS-QTD-ITENS
           END-IF.

           IF SRT-SITUACAO = "C"
               SET DOCUMENTO-CANCELADO TO TRUE
           END-IF.

           IF WS-QTD-ITENS < 999
               ADD 1 TO WS-QTD-ITENS
               MOVE SRT-PRODUTO TO WS-ITM-PRODUTO(WS-QTD-ITENS)
               MOVE SRT-QUANTIDADE TO WS-ITM-QUANTIDADE(WS-QTD-ITENS)
               MOVE SRT-VALOR TO WS-ITM-VALOR(WS-QTD-ITENS)
               MOVE SRT-DESCONTO TO WS-ITM-DESCONTO(WS-QTD-ITENS)
               MOVE SRT-COD-TRIBUTO TO
                   WS-ITM-COD-TRIBUTO(WS-QTD-ITENS)
           ELSE
               DISPLAY "NOTA " SRT-NUMERO-NF " COM MAIS DE 999 ITENS - "
                   "ITEM " SRT-SEQUENCIA " FORA DO ARQUIVO"
           END-IF.

       3300-GRAVAR-DOCUMENTO.
           ADD 1 TO WS-CONT-DOCUMENTOS.
           MOVE ZEROS TO WS-DOC-VALOR WS-DOC-DESCONTO WS-DOC-TRIBUTO.
           IF DOCUMENTO-NORMAL
               PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
                   PERFORM 3400-CALCULAR-TRIBUTO-ITEM
                   ADD WS-ITM-VALOR(WS-ITEM-I) TO WS-DOC-VALOR
                   ADD WS-ITM-DESCONTO(WS-ITEM-I) TO WS-DOC-DESCONTO
                   ADD WS-ITM-TRIBUTO(WS-ITEM-I) TO WS-DOC-TRIBUTO
               END-PERFORM
           ELSE
               ADD 1 TO WS-CONT-CANCELADOS
           END-IF.

           MOVE "C100" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE "1" TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE "0" TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-DOC-CLIENTE TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           IF DOCUMENTO-CANCELADO
               MOVE "02" TO WS-CAMPO
           ELSE
               MOVE "00" TO WS-CAMPO
           END-IF.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-DOC-NUMERO TO WS-NUMERO-SPED.
           PERFORM 8310-EDITAR-NUMERO.
           MOVE WS-DOC-DATA TO WS-DATA-DETALHE.
           MOVE WS-DD-DIA TO WS-DS-DIA.
           MOVE WS-DD-MES TO WS-DS-MES.
           MOVE WS-DD-ANO TO WS-DS-ANO.
           MOVE WS-DATA-SPED TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           IF DOCUMENTO-CANCELADO
               MOVE SPACES TO WS-CAMPO
               PERFORM 8100-ADICIONAR-CAMPO
               PERFORM 8100-ADICIONAR-CAMPO
               PERFORM 8100-ADICIONAR-CAMPO
           ELSE
               MOVE WS-DOC-VALOR TO WS-VALOR-SPED
               PERFORM 8300-EDITAR-VALOR
               MOVE WS-DOC-DESCONTO TO WS-VALOR-SPED
               PERFORM 8300-EDITAR-VALOR
               MOVE WS-DOC-TRIBUTO TO WS-VALOR-SPED
               PERFORM 8300-EDITAR-VALOR
           END-IF.
           PERFORM 8200-GRAVAR-REGISTRO.

           IF DOCUMENTO-NORMAL
               PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
                   PERFORM 3500-GRAVAR-ITEM
               END-PERFORM
           END-IF.

           SET SEM-DOCUMENTO-ABERTO TO TRUE.

      *****************************************
      * TRIBUTO DO ITEM = VALOR X ALIQUOTA DO CODIGO; O RESUMO POR
      * CODIGO DO BLOCO E SOMA OS MESMOS VALORES DOS ITENS
      *****************************************
       3400-CALCULAR-TRIBUTO-ITEM.
           MOVE ZEROS TO WS-ITM-TRIBUTO(WS-ITEM-I).
           MOVE WS-ITM-COD-TRIBUTO(WS-ITEM-I) TO WS-COD-I.
           IF WS-COD-I >= 1
               COMPUTE WS-ITM-TRIBUTO(WS-ITEM-I) ROUNDED =
                   WS-ITM-VALOR(WS-ITEM-I) *
                   (WS-TRB-ALIQUOTA(WS-COD-I) / 100)
               ADD WS-ITM-VALOR(WS-ITEM-I) TO WS-TRB-BASE(WS-COD-I)
               ADD WS-ITM-TRIBUTO(WS-ITEM-I) TO WS-TRB-VALOR(WS-COD-I)
           END-IF.

       3500-GRAVAR-ITEM.
           MOVE WS-ITM-COD-TRIBUTO(WS-ITEM-I) TO WS-COD-I.
           MOVE "C170" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE WS-ITEM-I TO WS-NUMERO-SPED.
           PERFORM 8310-EDITAR-NUMERO.
           MOVE WS-ITM-PRODUTO(WS-ITEM-I) TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-ITM-QUANTIDADE(WS-ITEM-I) TO WS-NUMERO-SPED.
           PERFORM 8310-EDITAR-NUMERO.
           MOVE WS-ITM-VALOR(WS-ITEM-I) TO WS-VALOR-SPED.
           PERFORM 8300-EDITAR-VALOR.
           MOVE WS-ITM-DESCONTO(WS-ITEM-I) TO WS-VALOR-SPED.
           PERFORM 8300-EDITAR-VALOR.
           MOVE WS-ITM-COD-TRIBUTO(WS-ITEM-I) TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           IF WS-COD-I >= 1
               MOVE WS-TRB-ALIQUOTA(WS-COD-I) TO WS-ALIQUOTA-ED
           ELSE
               MOVE ZEROS TO WS-ALIQUOTA-ED
           END-IF.
           MOVE WS-ALIQUOTA-ED TO WS-CAMPO.
           PERFORM 8050-ALINHAR-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-ITM-TRIBUTO(WS-ITEM-I) TO WS-VALOR-SPED.
           PERFORM 8300-EDITAR-VALOR.
           PERFORM 8200-GRAVAR-REGISTRO.

       4000-GRAVAR-BLOCO-0.
           MOVE ZEROS TO WS-LINHAS-BLOCO.
           MOVE "0000" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE WS-DATA-INICIAL-SPED TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-DATA-FINAL-SPED TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-EMP-RAZAO TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-EMP-CNPJ TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-EMP-UF TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-EMP-IE TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           MOVE "0001" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE "0" TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           MOVE "0005" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE WS-FILIAL-APURACAO TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-NOME-FILIAL TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           MOVE "0990" TO WS-REGISTRO-ATUAL.
           PERFORM 8900-ENCERRAR-BLOCO.

       5000-GRAVAR-BLOCO-E.
           MOVE ZEROS TO WS-LINHAS-BLOCO.
           MOVE "E001" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           IF WS-CONT-DOCUMENTOS > WS-CONT-CANCELADOS
               MOVE "0" TO WS-CAMPO
           ELSE
               MOVE "1" TO WS-CAMPO
           END-IF.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           PERFORM VARYING WS-COD-I FROM 1 BY 1 UNTIL WS-COD-I > 99
               IF WS-TRB-BASE(WS-COD-I) NOT = ZEROS
                   PERFORM 5100-GRAVAR-RESUMO
               END-IF
           END-PERFORM.

           MOVE "E990" TO WS-REGISTRO-ATUAL.
           PERFORM 8900-ENCERRAR-BLOCO.

       5100-GRAVAR-RESUMO.
           MOVE "E110" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE WS-COD-I TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-TRB-DESCRICAO(WS-COD-I) TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-TRB-ALIQUOTA(WS-COD-I) TO WS-ALIQUOTA-ED.
           MOVE WS-ALIQUOTA-ED TO WS-CAMPO.
           PERFORM 8050-ALINHAR-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-TRB-BASE(WS-COD-I) TO WS-VALOR-SPED.
           PERFORM 8300-EDITAR-VALOR.
           MOVE WS-TRB-VALOR(WS-COD-I) TO WS-VALOR-SPED.
           PERFORM 8300-EDITAR-VALOR.
           PERFORM 8200-GRAVAR-REGISTRO.

      *****************************************
      * BLOCO 9: UM 9900 POR REGISTRO PRESENTE NO ARQUIVO (INCLUSIVE
      * O PROPRIO 9900, O 9990 E O 9999) E O TOTAL DE LINHAS
      *****************************************
       6000-GRAVAR-BLOCO-9.
           MOVE ZEROS TO WS-LINHAS-BLOCO.
           MOVE "9001" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE "0" TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           PERFORM 8200-GRAVAR-REGISTRO.

           MOVE 3 TO WS-QTD-9900.
           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 12
               IF WS-REG-QTD(WS-LST-I) > ZEROS
                   ADD 1 TO WS-QTD-9900
               END-IF
           END-PERFORM.
           MOVE WS-QTD-9900 TO WS-REG-QTD(13).
           MOVE 1 TO WS-REG-QTD(14).
           MOVE 1 TO WS-REG-QTD(15).

           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 15
               IF WS-REG-QTD(WS-LST-I) > ZEROS
                   PERFORM 6100-GRAVAR-CONTAGEM
               END-IF
           END-PERFORM.

           MOVE "9990" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           COMPUTE WS-NUMERO-SPED = WS-LINHAS-BLOCO + 2.
           PERFORM 8310-EDITAR-NUMERO.
           PERFORM 8200-GRAVAR-REGISTRO.

           MOVE "9999" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           COMPUTE WS-NUMERO-SPED = WS-TOTAL-LINHAS + 1.
           PERFORM 8310-EDITAR-NUMERO.
           PERFORM 8200-GRAVAR-REGISTRO.

       6100-GRAVAR-CONTAGEM.
           MOVE "9900" TO WS-REGISTRO-ATUAL.
           PERFORM 8000-INICIAR-REGISTRO.
           MOVE WS-REG-CODIGO(WS-LST-I) TO WS-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.
           MOVE WS-REG-QTD(WS-LST-I) TO WS-NUMERO-SPED.
           PERFORM 8310-EDITAR-NUMERO.
           PERFORM 8200-GRAVAR-REGISTRO.

      *****************************************
      * MONTAGEM DA LINHA: |REG|CAMPO|...|CAMPO| - CAMPO SEM
      * BRANCOS A DIREITA, CAMPO VAZIO = DUAS BARRAS SEGUIDAS
      *****************************************
       8000-INICIAR-REGISTRO.
           MOVE SPACES TO SPD-LINHA.
           MOVE 1 TO WS-PONTEIRO.
           STRING "|" WS-REGISTRO-ATUAL DELIMITED BY SIZE
               INTO SPD-LINHA WITH POINTER WS-PONTEIRO.

       8050-ALINHAR-CAMPO.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-CAMPO TALLYING WS-BRANCOS FOR LEADING SPACES.
           IF WS-BRANCOS > ZEROS AND WS-BRANCOS < 60
               MOVE WS-CAMPO(WS-BRANCOS + 1:) TO WS-CAMPO-AUX
               MOVE WS-CAMPO-AUX TO WS-CAMPO
           END-IF.

       8100-ADICIONAR-CAMPO.
           PERFORM VARYING WS-CAMPO-TAM FROM 61 BY -1
                   UNTIL WS-CAMPO-AREA(WS-CAMPO-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           SUBTRACT 1 FROM WS-CAMPO-TAM.
           STRING "|" DELIMITED BY SIZE
               INTO SPD-LINHA WITH POINTER WS-PONTEIRO.
           IF WS-CAMPO-TAM > ZEROS
               STRING WS-CAMPO(1:WS-CAMPO-TAM) DELIMITED BY SIZE
                   INTO SPD-LINHA WITH POINTER WS-PONTEIRO
           END-IF.

       8200-GRAVAR-REGISTRO.
           STRING "|" DELIMITED BY SIZE
               INTO SPD-LINHA WITH POINTER WS-PONTEIRO.
           WRITE SPD-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD 1 TO WS-LINHAS-BLOCO.
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > 15
                   OR WS-REG-CODIGO(WS-REG-I) = WS-REGISTRO-ATUAL
               CONTINUE
           END-PERFORM.
           IF WS-REG-I <= 15 AND WS-REGISTRO-ATUAL NOT = "9900"
               ADD 1 TO WS-REG-QTD(WS-REG-I)
           END-IF.

       8300-EDITAR-VALOR.
           MOVE WS-VALOR-SPED TO WS-VALOR-SPED-ED.
           MOVE WS-VALOR-SPED-ED TO WS-CAMPO.
           PERFORM 8050-ALINHAR-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.

       8310-EDITAR-NUMERO.
           MOVE WS-NUMERO-SPED TO WS-NUMERO-SPED-ED.
           MOVE WS-NUMERO-SPED-ED TO WS-CAMPO.
           PERFORM 8050-ALINHAR-CAMPO.
           PERFORM 8100-ADICIONAR-CAMPO.

       8900-ENCERRAR-BLOCO.
           PERFORM 8000-INICIAR-REGISTRO.
           COMPUTE WS-NUMERO-SPED = WS-LINHAS-BLOCO + 1.
           PERFORM 8310-EDITAR-NUMERO.
           PERFORM 8200-GRAVAR-REGISTRO.

       9000-FINALIZAR.
           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           CLOSE ARQUIVO-FISCAL.

           MOVE WS-CONT-DOCUMENTOS TO WS-CONT-EDITADO.
           DISPLAY "ARQUIVO FISCAL GRAVADO EM SPEDTXT - DOCUMENTOS: "
               WS-CONT-EDITADO.
           MOVE WS-CONT-CANCELADOS TO WS-CONT-EDITADO.
           DISPLAY "NOTAS CANCELADAS: " WS-CONT-EDITADO.
           MOVE WS-TOTAL-LINHAS TO WS-CONT-EDITADO.
           DISPLAY "LINHAS NO ARQUIVO: " WS-CONT-EDITADO.

       END PROGRAM SPEDFIS.
