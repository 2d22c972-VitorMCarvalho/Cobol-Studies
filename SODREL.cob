       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREL.
      *************************************
      *OBJETIVO: RELATORIO MENSAL DE SEGREGACAO DE FUNCOES (RELSOD),
      *A PAGINA QUE VAI PARA O DOSSIE DE AUDITORIA, CRUZANDO TODAS AS
      *APROVACOES DE SUPERVISOR DO MES COM QUEM SE BENEFICIOU DELAS:
      *- OVERLOG (LIBERACOES DE CREDITO, DESCONTO, INVENTARIO,
      *  RECEBIMENTO E RENEGOCIACAO): SUPERVISOR CONTRA O OPERADOR DA
      *  SESSAO QUE PEDIU A LIBERACAO (COLUNAS 30-39; LINHA ANTIGA
      *  SEM O OPERADOR CONTA SO PARA O SUPERVISOR);
      *- AUDITLOG, ACAO APROVLIM (AUMENTO DE LIMITE DO APRLIM):
      *  QUEM APROVOU CONTRA QUEM SOLICITOU;
      *- WOFFLOG (BAIXA PARA PERDA): APROVADOR CONTRA O OPERADOR;
      *- NFCANLOG (CANCELAMENTO DE NOTA): SUPERVISOR CONTRA O
      *  OPERADOR QUE CAPTUROU A VENDA (VENDDET);
      *- HISTVND (RETIFICACAO DE VENDA): SUPERVISOR CONTRA O
      *  OPERADOR QUE CAPTUROU A VENDA (VENDDET);
      *- QUEBRAS (QUEBRA DE CAIXA): APROVADOR CONTRA O DONO DA
      *  SESSAO DE CAIXA.
      *APONTA O CONFLITO (APROVADOR = BENEFICIARIO), OS PARES DE
      *OPERADORES QUE SE APROVAM MUTUAMENTE OU EM QUE UM SO
      *BENEFICIARIO CONCENTRA AS APROVACOES DE ALGUEM, E OS
      *APROVADORES COM QUANTIDADE FORA DA MEDIA DOS DEMAIS. OS
      *LIMITES FICAM NO SODCFG. O RESUMO DA EXECUCAO VAI PARA O
      *AUDITLOG (AUDITW).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT AUDITORIA-LOG ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-AUDIT.

               SELECT LOG-PERDAS ASSIGN TO "WOFFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WOFFLOG.

               SELECT LOG-CANCELAMENTOS ASSIGN TO "NFCANLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-NFCANLOG.

               SELECT HISTORICO-VENDAS ASSIGN TO "HISTVND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-HISTVND.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CONFIG-SEGREGACAO ASSIGN TO "SODCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-SODCFG.

               SELECT RELATORIO-SEGREGACAO ASSIGN TO "RELSOD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELSOD.
       DATA DIVISION.
           FILE SECTION.
      *****************************************
      * OVERLOG: SUPERVISOR 1-10, DATA 12-19, HORA 21-28 E, NAS
      * LINHAS QUE JA TRAZEM QUEM PEDIU, O OPERADOR EM 30-39 COM O
      * TEXTO " LIBEROU" A PARTIR DA COLUNA 40
      *****************************************
           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  AUDITORIA-LOG
               LABEL RECORD IS STANDARD.
           01  AUD-LINHA.
               05 AUD-USUARIO PIC X(10).
               05 FILLER PIC X(1).
               05 AUD-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 AUD-HORA PIC 9(8).
               05 FILLER PIC X(1).
               05 AUD-ACAO PIC X(10).
               05 FILLER PIC X(1).
               05 AUD-CLIENTE PIC X(6).
               05 FILLER PIC X(1).
               05 AUD-SOLICITANTE PIC X(10).
               05 FILLER PIC X(23).

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

      *****************************************
      * NFCANLOG: DATA 1-8, SUPERVISOR 10-19, NOTA 33-40, FILIAL
      * 49-51 E CLIENTE 61-66
      *****************************************
           FD  LOG-CANCELAMENTOS
               LABEL RECORD IS STANDARD.
           01  NFL-LINHA.
               05 NFL-DATA PIC X(8).
               05 FILLER PIC X(1).
               05 NFL-SUPERVISOR PIC X(10).
               05 FILLER PIC X(13).
               05 NFL-NOTA PIC X(8).
               05 FILLER PIC X(8).
               05 NFL-FILIAL PIC X(3).
               05 FILLER PIC X(9).
               05 NFL-CLIENTE PIC X(6).
               05 FILLER PIC X(14).

           FD  HISTORICO-VENDAS
               LABEL RECORD IS STANDARD.
           01  HSV-LINHA.
               05 HSV-CODIGO PIC 9(6).
               05 FILLER PIC X(1).
               05 HSV-DATA-VENDA PIC 9(8).
               05 FILLER PIC X(1).
               05 HSV-SEQUENCIA PIC 9(6).
               05 FILLER PIC X(1).
               05 HSV-CAMPO PIC X(10).
               05 FILLER PIC X(1).
               05 HSV-VALOR-ANTES PIC X(10).
               05 FILLER PIC X(1).
               05 HSV-VALOR-DEPOIS PIC X(10).
               05 FILLER PIC X(1).
               05 HSV-OPERADOR PIC X(10).
               05 FILLER PIC X(1).
               05 HSV-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 HSV-HORA PIC 9(8).

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

           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

      *****************************************
      * SODCFG: MINIMO DE APROVACOES PARA APONTAR UM PAR, PERCENTUAL
      * DAS APROVACOES DO SUPERVISOR NUM SO BENEFICIARIO E FATOR
      * SOBRE A MEDIA DE APROVACOES POR SUPERVISOR
      *****************************************
           FD  CONFIG-SEGREGACAO
               LABEL RECORD IS STANDARD.
           01  SCF-LINHA.
               05 SCF-MINIMO-PAR PIC 9(2).
               05 FILLER PIC X(1).
               05 SCF-PERC-CONCENTRACAO PIC 9(3).
               05 FILLER PIC X(1).
               05 SCF-FATOR-MEDIA PIC 9(1)V9.

           FD  RELATORIO-SEGREGACAO
               LABEL RECORD IS STANDARD.
           01  SOD-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-AUDIT PIC X(2) VALUE "00".
           77 WS-FS-WOFFLOG PIC X(2) VALUE "00".
           77 WS-FS-NFCANLOG PIC X(2) VALUE "00".
           77 WS-FS-HISTVND PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-SODCFG PIC X(2) VALUE "00".
           77 WS-FS-RELSOD PIC X(2) VALUE "00".
           77 WS-GERACAO-SW PIC X(1) VALUE "S".
               88 GERACAO-PERMITIDA VALUE "S".
               88 GERACAO-RECUSADA VALUE "N".
           77 WS-DETALHE-SW PIC X(1) VALUE "N".
               88 DETALHE-DISPONIVEL VALUE "S".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-MINIMO-PAR PIC 9(2) VALUE 3.
           77 WS-PERC-CONCENTRACAO PIC 9(3) VALUE 50.
           77 WS-FATOR-MEDIA PIC 9(1)V9 VALUE 2,0.
           77 WS-ORIGEM PIC X(8).
           77 WS-DATA-APROVACAO PIC 9(8).
           77 WS-APROVADOR PIC X(10).
           77 WS-BENEFICIARIO PIC X(10).
           77 WS-REFERENCIA PIC X(60).
           77 WS-VENDA-OPERADOR PIC X(10).
           77 WS-NOTA-PROCURADA PIC 9(8).
           77 WS-CLIENTE-PROCURADO PIC 9(6).
           77 WS-ANT-HISTVND PIC X(50) VALUE SPACES.
           77 WS-CHAVE-HISTVND PIC X(50).
           77 WS-APV-I PIC 9(3).
           77 WS-APV-J PIC 9(3).
           77 WS-APV-QTD PIC 9(3) VALUE ZEROS.
           77 WS-APV-MAXIMO PIC 9(3) VALUE 200.
           77 WS-PAR-I PIC 9(4).
           77 WS-PAR-J PIC 9(4).
           77 WS-PAR-QTD PIC 9(4) VALUE ZEROS.
           77 WS-PAR-MAXIMO PIC 9(4) VALUE 1000.
           77 WS-EXCEDIDOS PIC 9(5) VALUE ZEROS.
           77 WS-PAR-SOMA PIC 9(6).
           77 WS-PERC-PAR PIC 9(3)V99.
           77 WS-MEDIA-APROVACOES PIC 9(5)V99.
           77 WS-APROVADORES-COM PIC 9(3).
           77 WS-TOTAL-APROVACOES PIC 9(7) VALUE ZEROS.
           77 WS-CONT-CONFLITOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PARES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-FORA-MEDIA PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-CONT2-EDITADO PIC Z(4)9.
           77 WS-PERC-EDITADO PIC ZZ9,99.
           77 WS-MEDIA-EDITADA PIC Z(4)9,99.
           77 WS-VALOR-EDITADO PIC Z(7)9,99.

      *    CONTAGEM POR ORIGEM: 1 OVERLOG, 2 APRLIM, 3 WOFFLOG,
      *    4 NFCANLOG, 5 HISTVND, 6 QUEBRAS
           01 WS-ORIGENS.
               05 FILLER PIC X(8) VALUE "OVERLOG".
               05 FILLER PIC X(8) VALUE "APRLIM".
               05 FILLER PIC X(8) VALUE "WOFFLOG".
               05 FILLER PIC X(8) VALUE "NFCANLOG".
               05 FILLER PIC X(8) VALUE "HISTVND".
               05 FILLER PIC X(8) VALUE "QUEBRAS".
           01 WS-ORIGENS-R REDEFINES WS-ORIGENS.
               05 WS-ORG-NOME PIC X(8) OCCURS 6 TIMES.
           01 WS-ORIGENS-CONTAGEM.
               05 WS-ORG-ITEM OCCURS 6 TIMES.
                   10 WS-ORG-APROVACOES PIC 9(6).
                   10 WS-ORG-CONFLITOS PIC 9(5).
           77 WS-ORG-I PIC 9(1).

           01 WS-PERIODO.
               05 WS-PER-ANO PIC 9(4).
               05 WS-PER-MES PIC 9(2).
           01 WS-DATA-LIDA.
               05 WS-DTL-ANOMES PIC 9(6).
               05 WS-DTL-DIA PIC 9(2).

      *****************************************
      * APROVADORES DO MES E PARES APROVADOR/BENEFICIARIO
      *****************************************
           01 WS-APROVADORES.
               05 WS-APV OCCURS 200 TIMES.
                   10 WS-APV-OPERADOR PIC X(10).
                   10 WS-APV-TOTAL PIC 9(5).
                   10 WS-APV-CONFLITOS PIC 9(4).
           01 WS-PARES.
               05 WS-PAR OCCURS 1000 TIMES.
                   10 WS-PAR-APROVADOR PIC X(10).
                   10 WS-PAR-BENEFICIARIO PIC X(10).
                   10 WS-PAR-QTD-APROV PIC 9(5).
           COPY "AUDITW-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF GERACAO-PERMITIDA
               PERFORM 2000-APURAR-CONFLITOS
               PERFORM 4000-AVALIAR-PARES
               PERFORM 4500-AVALIAR-VOLUMES
               PERFORM 5000-IMPRIMIR-RESUMO
               PERFORM 9000-FINALIZAR
           END-IF.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "DIGITE O ANO DA APURACAO (EX: 2026)".
           ACCEPT WS-ANO-APURACAO.

           DISPLAY "DIGITE O MES DA APURACAO (1 A 12)".
           ACCEPT WS-MES-APURACAO.

           IF WS-MES-APURACAO < 1 OR WS-MES-APURACAO > 12
               DISPLAY "MES INVALIDO - RELATORIO NAO GERADO"
               SET GERACAO-RECUSADA TO TRUE
           ELSE
               MOVE WS-ANO-APURACAO TO WS-PER-ANO
               MOVE WS-MES-APURACAO TO WS-PER-MES
               INITIALIZE WS-APROVADORES WS-PARES WS-ORIGENS-CONTAGEM
               PERFORM 1100-CARREGAR-CONFIG

               OPEN INPUT VENDAS-DETALHE
               IF WS-FS-VENDDET = "00"
                   SET DETALHE-DISPONIVEL TO TRUE
               ELSE
                   DISPLAY "DETALHE VENDDET AUSENTE - CANCELAMENTOS E "
                       "RETIFICACOES SO CONTAM PARA O SUPERVISOR"
               END-IF
               MOVE "00" TO WS-FS-VENDDET

               OPEN OUTPUT RELATORIO-SEGREGACAO
               MOVE SPACES TO SOD-LINHA
               STRING "SEGREGACAO DE FUNCOES - APROVACOES DE "
                   WS-PER-MES "/" WS-PER-ANO
                   " - DOSSIE DE AUDITORIA"
                   DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
               MOVE WS-PERC-CONCENTRACAO TO WS-PERC-EDITADO
               MOVE SPACES TO SOD-LINHA
               STRING "MINIMO POR PAR " WS-MINIMO-PAR
                   " - CONCENTRACAO " WS-PERC-EDITADO "%"
                   " - FATOR SOBRE A MEDIA " WS-FATOR-MEDIA
                   DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
           END-IF.

       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-SEGREGACAO.
           IF WS-FS-SODCFG = "00"
               READ CONFIG-SEGREGACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APLICAR-CONFIG
               END-READ
               CLOSE CONFIG-SEGREGACAO
           END-IF.
           MOVE "00" TO WS-FS-SODCFG.

       1110-APLICAR-CONFIG.
           IF SCF-MINIMO-PAR IS NUMERIC AND SCF-MINIMO-PAR > ZEROS
               MOVE SCF-MINIMO-PAR TO WS-MINIMO-PAR
           END-IF.
           IF SCF-PERC-CONCENTRACAO IS NUMERIC
                   AND SCF-PERC-CONCENTRACAO > ZEROS
                   AND SCF-PERC-CONCENTRACAO NOT > 100
               MOVE SCF-PERC-CONCENTRACAO TO WS-PERC-CONCENTRACAO
           END-IF.
           IF SCF-FATOR-MEDIA IS NUMERIC AND SCF-FATOR-MEDIA > ZEROS
               MOVE SCF-FATOR-MEDIA TO WS-FATOR-MEDIA
           END-IF.

      *****************************************
      * PRIMEIRA PARTE: CADA APROVACAO DO MES, LOG POR LOG; O
      * CONFLITO (APROVADOR = BENEFICIARIO) SAI NA HORA
      *****************************************
       2000-APURAR-CONFLITOS.
           MOVE SPACES TO SOD-LINHA.
           WRITE SOD-LINHA.
           MOVE "1. APROVADOR IGUAL AO BENEFICIARIO" TO SOD-LINHA.
           WRITE SOD-LINHA.
           MOVE SPACES TO SOD-LINHA.
           STRING "ORIGEM   DATA     APROVADOR  BENEFICIAR "
               "REFERENCIA"
               DELIMITED BY SIZE INTO SOD-LINHA.
           WRITE SOD-LINHA.

           PERFORM 2100-LER-LIBERACOES.
           PERFORM 2200-LER-AUDITORIA.
           PERFORM 2300-LER-PERDAS.
           PERFORM 2400-LER-CANCELAMENTOS.
           PERFORM 2500-LER-RETIFICACOES.
           PERFORM 2600-LER-QUEBRAS.

           IF WS-CONT-CONFLITOS = ZEROS
               MOVE "   NENHUM CONFLITO NO MES" TO SOD-LINHA
               WRITE SOD-LINHA
           END-IF.

       2100-LER-LIBERACOES.
           OPEN INPUT LOG-LIBERACOES.
           IF WS-FS-OVERLOG = "00"
               PERFORM 2110-LER-LIBERACAO
                   UNTIL WS-FS-OVERLOG NOT = "00"
               CLOSE LOG-LIBERACOES
           END-IF.
           MOVE "00" TO WS-FS-OVERLOG.

       2110-LER-LIBERACAO.
           READ LOG-LIBERACOES
               AT END
                   MOVE "10" TO WS-FS-OVERLOG
               NOT AT END
                   IF OVR-LINHA(12:8) IS NUMERIC
                       MOVE OVR-LINHA(12:8) TO WS-DATA-LIDA
                       IF WS-DTL-ANOMES = WS-PERIODO
                           MOVE 1 TO WS-ORG-I
                           MOVE WS-DATA-LIDA TO WS-DATA-APROVACAO
                           MOVE OVR-LINHA(1:10) TO WS-APROVADOR
                           IF OVR-LINHA(41:7) = "LIBEROU"
                               MOVE OVR-LINHA(30:10) TO
                                   WS-BENEFICIARIO
                               MOVE OVR-LINHA(41:60) TO WS-REFERENCIA
                           ELSE
                               MOVE SPACES TO WS-BENEFICIARIO
                               MOVE OVR-LINHA(30:60) TO WS-REFERENCIA
                           END-IF
                           PERFORM 3000-REGISTRAR-APROVACAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * APROVACOES DE LIMITE FICAM NO AUDITLOG (ACAO APROVLIM) COM
      * O CLIENTE E QUEM SOLICITOU; PROPOSTA DO CLISCORE NAO TEM
      * SOLICITANTE PESSOA
      *****************************************
       2200-LER-AUDITORIA.
           OPEN INPUT AUDITORIA-LOG.
           IF WS-FS-AUDIT = "00"
               PERFORM 2210-LER-AUDITORIA-LINHA
                   UNTIL WS-FS-AUDIT NOT = "00"
               CLOSE AUDITORIA-LOG
           END-IF.
           MOVE "00" TO WS-FS-AUDIT.

       2210-LER-AUDITORIA-LINHA.
           READ AUDITORIA-LOG
               AT END
                   MOVE "10" TO WS-FS-AUDIT
               NOT AT END
                   IF AUD-ACAO = "APROVLIM" AND AUD-DATA IS NUMERIC
                       MOVE AUD-DATA TO WS-DATA-LIDA
                       IF WS-DTL-ANOMES = WS-PERIODO
                           MOVE 2 TO WS-ORG-I
                           MOVE AUD-DATA TO WS-DATA-APROVACAO
                           MOVE AUD-USUARIO TO WS-APROVADOR
                           MOVE AUD-SOLICITANTE TO WS-BENEFICIARIO
                           IF WS-BENEFICIARIO = "CLISCORE"
                               MOVE SPACES TO WS-BENEFICIARIO
                           END-IF
                           MOVE SPACES TO WS-REFERENCIA
                           STRING "AUMENTO DE LIMITE DO CLIENTE "
                               AUD-CLIENTE
                               DELIMITED BY SIZE INTO WS-REFERENCIA
                           PERFORM 3000-REGISTRAR-APROVACAO
                       END-IF
                   END-IF
           END-READ.

       2300-LER-PERDAS.
           OPEN INPUT LOG-PERDAS.
           IF WS-FS-WOFFLOG = "00"
               PERFORM 2310-LER-PERDA UNTIL WS-FS-WOFFLOG NOT = "00"
               CLOSE LOG-PERDAS
           END-IF.
           MOVE "00" TO WS-FS-WOFFLOG.

       2310-LER-PERDA.
           READ LOG-PERDAS
               AT END
                   MOVE "10" TO WS-FS-WOFFLOG
               NOT AT END
                   IF WOF-DATA IS NUMERIC
                           AND WOF-APROVADOR NOT = SPACES
                       MOVE WOF-DATA TO WS-DATA-LIDA
                       IF WS-DTL-ANOMES = WS-PERIODO
                           MOVE 3 TO WS-ORG-I
                           MOVE WOF-DATA TO WS-DATA-APROVACAO
                           MOVE WOF-APROVADOR TO WS-APROVADOR
                           MOVE WOF-OPERADOR TO WS-BENEFICIARIO
                           MOVE WOF-VALOR TO WS-VALOR-EDITADO
                           MOVE SPACES TO WS-REFERENCIA
                           STRING "BAIXA CLIENTE " WOF-CLIENTE
                               " DOCUMENTO " WOF-DOCUMENTO
                               " VALOR " WS-VALOR-EDITADO
                               DELIMITED BY SIZE INTO WS-REFERENCIA
                           PERFORM 3000-REGISTRAR-APROVACAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * CANCELAMENTO DE NOTA: O OPERADOR DA VENDA VEM DO VENDDET,
      * PROCURANDO A NOTA ENTRE AS VENDAS DO CLIENTE
      *****************************************
       2400-LER-CANCELAMENTOS.
           OPEN INPUT LOG-CANCELAMENTOS.
           IF WS-FS-NFCANLOG = "00"
               PERFORM 2410-LER-CANCELAMENTO
                   UNTIL WS-FS-NFCANLOG NOT = "00"
               CLOSE LOG-CANCELAMENTOS
           END-IF.
           MOVE "00" TO WS-FS-NFCANLOG.

       2410-LER-CANCELAMENTO.
           READ LOG-CANCELAMENTOS
               AT END
                   MOVE "10" TO WS-FS-NFCANLOG
               NOT AT END
                   IF NFL-DATA IS NUMERIC
                       MOVE NFL-DATA TO WS-DATA-LIDA
                       IF WS-DTL-ANOMES = WS-PERIODO
                           PERFORM 2420-TRATAR-CANCELAMENTO
                       END-IF
                   END-IF
           END-READ.

       2420-TRATAR-CANCELAMENTO.
           MOVE 4 TO WS-ORG-I.
           MOVE WS-DATA-LIDA TO WS-DATA-APROVACAO.
           MOVE NFL-SUPERVISOR TO WS-APROVADOR.
           MOVE SPACES TO WS-BENEFICIARIO.

           IF DETALHE-DISPONIVEL AND NFL-NOTA IS NUMERIC
                   AND NFL-CLIENTE IS NUMERIC
               MOVE NFL-NOTA TO WS-NOTA-PROCURADA
               MOVE NFL-CLIENTE TO WS-CLIENTE-PROCURADO
               MOVE WS-CLIENTE-PROCURADO TO VDT-CODIGO
               MOVE ZEROS TO VDT-DATA VDT-SEQUENCIA
               START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-VENDDET
               END-START
               PERFORM 2430-PROCURAR-NOTA
                   UNTIL WS-FS-VENDDET NOT = "00"
               MOVE "00" TO WS-FS-VENDDET
           END-IF.

           MOVE SPACES TO WS-REFERENCIA.
           STRING "CANCELAMENTO DA NF " NFL-NOTA " FILIAL "
               NFL-FILIAL " CLIENTE " NFL-CLIENTE
               DELIMITED BY SIZE INTO WS-REFERENCIA.
           PERFORM 3000-REGISTRAR-APROVACAO.

       2430-PROCURAR-NOTA.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-CODIGO NOT = WS-CLIENTE-PROCURADO
                       MOVE "10" TO WS-FS-VENDDET
                   ELSE
                       IF VDT-TIPO-VENDA
                               AND VDT-NUMERO-NF = WS-NOTA-PROCURADA
                           MOVE VDT-OPERADOR TO WS-BENEFICIARIO
                           MOVE "10" TO WS-FS-VENDDET
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * RETIFICACAO: UMA LINHA POR CAMPO ALTERADO; CONTA UMA VEZ POR
      * VENDA, SUPERVISOR E MOMENTO, COM O OPERADOR DA VENDA
      *****************************************
       2500-LER-RETIFICACOES.
           OPEN INPUT HISTORICO-VENDAS.
           IF WS-FS-HISTVND = "00"
               PERFORM 2510-LER-RETIFICACAO
                   UNTIL WS-FS-HISTVND NOT = "00"
               CLOSE HISTORICO-VENDAS
           END-IF.
           MOVE "00" TO WS-FS-HISTVND.

       2510-LER-RETIFICACAO.
           READ HISTORICO-VENDAS
               AT END
                   MOVE "10" TO WS-FS-HISTVND
               NOT AT END
                   IF HSV-DATA IS NUMERIC
                       MOVE HSV-DATA TO WS-DATA-LIDA
                       MOVE SPACES TO WS-CHAVE-HISTVND
                       STRING HSV-CODIGO HSV-DATA-VENDA HSV-SEQUENCIA
                           HSV-OPERADOR HSV-DATA HSV-HORA
                           DELIMITED BY SIZE INTO WS-CHAVE-HISTVND
                       IF WS-DTL-ANOMES = WS-PERIODO
                               AND WS-CHAVE-HISTVND NOT =
                                   WS-ANT-HISTVND
                           MOVE WS-CHAVE-HISTVND TO WS-ANT-HISTVND
                           PERFORM 2520-TRATAR-RETIFICACAO
                       END-IF
                   END-IF
           END-READ.

       2520-TRATAR-RETIFICACAO.
           MOVE 5 TO WS-ORG-I.
           MOVE HSV-DATA TO WS-DATA-APROVACAO.
           MOVE HSV-OPERADOR TO WS-APROVADOR.
           MOVE SPACES TO WS-BENEFICIARIO.

           IF DETALHE-DISPONIVEL
               MOVE HSV-CODIGO TO VDT-CODIGO
               MOVE HSV-DATA-VENDA TO VDT-DATA
               MOVE HSV-SEQUENCIA TO VDT-SEQUENCIA
               READ VENDAS-DETALHE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VDT-OPERADOR TO WS-BENEFICIARIO
               END-READ
               MOVE "00" TO WS-FS-VENDDET
           END-IF.

           MOVE SPACES TO WS-REFERENCIA.
           STRING "RETIFICACAO DA VENDA " HSV-CODIGO "/"
               HSV-DATA-VENDA "/" HSV-SEQUENCIA
               DELIMITED BY SIZE INTO WS-REFERENCIA.
           PERFORM 3000-REGISTRAR-APROVACAO.

       2600-LER-QUEBRAS.
           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS = "00"
               PERFORM 2610-LER-QUEBRA UNTIL WS-FS-QUEBRAS NOT = "00"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           MOVE "00" TO WS-FS-QUEBRAS.

       2610-LER-QUEBRA.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   IF QBR-DATA IS NUMERIC
                           AND QBR-APROVADOR NOT = SPACES
                       MOVE QBR-DATA TO WS-DATA-LIDA
                       IF WS-DTL-ANOMES = WS-PERIODO
                           MOVE 6 TO WS-ORG-I
                           MOVE QBR-DATA TO WS-DATA-APROVACAO
                           MOVE QBR-APROVADOR TO WS-APROVADOR
                           MOVE QBR-OPERADOR TO WS-BENEFICIARIO
                           MOVE SPACES TO WS-REFERENCIA
                           STRING "QUEBRA DO CAIXA " QBR-CAIXA
                               " DIFERENCA " QBR-DIFERENCA
                               DELIMITED BY SIZE INTO WS-REFERENCIA
                           PERFORM 3000-REGISTRAR-APROVACAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * CONTA A APROVACAO PARA O APROVADOR E PARA O PAR; BENEFICIARIO
      * EM BRANCO (NAO IDENTIFICADO) SO CONTA PARA O APROVADOR
      *****************************************
       3000-REGISTRAR-APROVACAO.
           ADD 1 TO WS-ORG-APROVACOES(WS-ORG-I).
           ADD 1 TO WS-TOTAL-APROVACOES.
           PERFORM 3100-LOCALIZAR-APROVADOR.
           IF WS-APV-I > ZEROS
               ADD 1 TO WS-APV-TOTAL(WS-APV-I)
           END-IF.

           IF WS-BENEFICIARIO NOT = SPACES
               IF WS-BENEFICIARIO = WS-APROVADOR
                   PERFORM 3300-IMPRIMIR-CONFLITO
               ELSE
                   PERFORM 3200-LOCALIZAR-PAR
                   IF WS-PAR-I > ZEROS
                       ADD 1 TO WS-PAR-QTD-APROV(WS-PAR-I)
                   END-IF
               END-IF
           END-IF.

       3100-LOCALIZAR-APROVADOR.
           MOVE ZEROS TO WS-APV-I.
           PERFORM VARYING WS-APV-J FROM 1 BY 1
                   UNTIL WS-APV-J > WS-APV-QTD OR WS-APV-I > ZEROS
               IF WS-APV-OPERADOR(WS-APV-J) = WS-APROVADOR
                   MOVE WS-APV-J TO WS-APV-I
               END-IF
           END-PERFORM.

           IF WS-APV-I = ZEROS
               IF WS-APV-QTD < WS-APV-MAXIMO
                   ADD 1 TO WS-APV-QTD
                   MOVE WS-APV-QTD TO WS-APV-I
                   MOVE WS-APROVADOR TO WS-APV-OPERADOR(WS-APV-I)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

       3200-LOCALIZAR-PAR.
           MOVE ZEROS TO WS-PAR-I.
           PERFORM VARYING WS-PAR-J FROM 1 BY 1
                   UNTIL WS-PAR-J > WS-PAR-QTD OR WS-PAR-I > ZEROS
               IF WS-PAR-APROVADOR(WS-PAR-J) = WS-APROVADOR
                       AND WS-PAR-BENEFICIARIO(WS-PAR-J) =
                           WS-BENEFICIARIO
                   MOVE WS-PAR-J TO WS-PAR-I
               END-IF
           END-PERFORM.

           IF WS-PAR-I = ZEROS
               IF WS-PAR-QTD < WS-PAR-MAXIMO
                   ADD 1 TO WS-PAR-QTD
                   MOVE WS-PAR-QTD TO WS-PAR-I
                   MOVE WS-APROVADOR TO WS-PAR-APROVADOR(WS-PAR-I)
                   MOVE WS-BENEFICIARIO TO
                       WS-PAR-BENEFICIARIO(WS-PAR-I)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

       3300-IMPRIMIR-CONFLITO.
           ADD 1 TO WS-CONT-CONFLITOS.
           ADD 1 TO WS-ORG-CONFLITOS(WS-ORG-I).
           IF WS-APV-I > ZEROS
               ADD 1 TO WS-APV-CONFLITOS(WS-APV-I)
           END-IF.

           MOVE SPACES TO SOD-LINHA.
           STRING WS-ORG-NOME(WS-ORG-I) " " WS-DATA-APROVACAO " "
               WS-APROVADOR " " WS-BENEFICIARIO " " WS-REFERENCIA
               DELIMITED BY SIZE INTO SOD-LINHA.
           WRITE SOD-LINHA.

      *****************************************
      * PARES: APROVACAO NOS DOIS SENTIDOS (A APROVA B E B APROVA A)
      * SOMANDO O MINIMO, E UM BENEFICIARIO QUE CONCENTRA O
      * PERCENTUAL DAS APROVACOES DE UM SUPERVISOR
      *****************************************
       4000-AVALIAR-PARES.
           MOVE SPACES TO SOD-LINHA.
           WRITE SOD-LINHA.
           MOVE "2. PARES DE OPERADORES" TO SOD-LINHA.
           WRITE SOD-LINHA.

           PERFORM 4100-AVALIAR-PAR
               VARYING WS-PAR-I FROM 1 BY 1
               UNTIL WS-PAR-I > WS-PAR-QTD.

           IF WS-CONT-PARES = ZEROS
               MOVE "   NENHUM PAR ACIMA DOS LIMITES" TO SOD-LINHA
               WRITE SOD-LINHA
           END-IF.

       4100-AVALIAR-PAR.
           MOVE ZEROS TO WS-PAR-J.
           PERFORM VARYING WS-PAR-SOMA FROM 1 BY 1
                   UNTIL WS-PAR-SOMA > WS-PAR-QTD OR WS-PAR-J > ZEROS
               IF WS-PAR-APROVADOR(WS-PAR-SOMA) =
                       WS-PAR-BENEFICIARIO(WS-PAR-I)
                   AND WS-PAR-BENEFICIARIO(WS-PAR-SOMA) =
                       WS-PAR-APROVADOR(WS-PAR-I)
                   MOVE WS-PAR-SOMA TO WS-PAR-J
               END-IF
           END-PERFORM.

           IF WS-PAR-J > ZEROS
               IF WS-PAR-APROVADOR(WS-PAR-I) <
                       WS-PAR-APROVADOR(WS-PAR-J)
                   COMPUTE WS-PAR-SOMA = WS-PAR-QTD-APROV(WS-PAR-I)
                       + WS-PAR-QTD-APROV(WS-PAR-J)
                   IF WS-PAR-SOMA NOT < WS-MINIMO-PAR
                       ADD 1 TO WS-CONT-PARES
                       MOVE WS-PAR-QTD-APROV(WS-PAR-I) TO
                           WS-CONT-EDITADO
                       MOVE WS-PAR-QTD-APROV(WS-PAR-J) TO
                           WS-CONT2-EDITADO
                       MOVE SPACES TO SOD-LINHA
                       STRING "   APROVACAO MUTUA: "
                           WS-PAR-APROVADOR(WS-PAR-I) " APROVOU "
                           WS-PAR-BENEFICIARIO(WS-PAR-I)
                           WS-CONT-EDITADO " VEZES E FOI APROVADO "
                           "POR ELE" WS-CONT2-EDITADO " VEZES"
                           DELIMITED BY SIZE INTO SOD-LINHA
                       WRITE SOD-LINHA
                   END-IF
               END-IF
           END-IF.

           MOVE WS-PAR-APROVADOR(WS-PAR-I) TO WS-APROVADOR.
           PERFORM 3100-LOCALIZAR-APROVADOR.
           IF WS-APV-I > ZEROS
               IF WS-PAR-QTD-APROV(WS-PAR-I) NOT < WS-MINIMO-PAR
                       AND WS-APV-TOTAL(WS-APV-I) > ZEROS
                   COMPUTE WS-PERC-PAR ROUNDED =
                       WS-PAR-QTD-APROV(WS-PAR-I) * 100
                       / WS-APV-TOTAL(WS-APV-I)
                   IF WS-PERC-PAR NOT < WS-PERC-CONCENTRACAO
                       ADD 1 TO WS-CONT-PARES
                       MOVE WS-PAR-QTD-APROV(WS-PAR-I) TO
                           WS-CONT-EDITADO
                       MOVE WS-APV-TOTAL(WS-APV-I) TO WS-CONT2-EDITADO
                       MOVE WS-PERC-PAR TO WS-PERC-EDITADO
                       MOVE SPACES TO SOD-LINHA
                       STRING "   CONCENTRACAO: "
                           WS-PAR-APROVADOR(WS-PAR-I) " APROVOU "
                           WS-PAR-BENEFICIARIO(WS-PAR-I)
                           WS-CONT-EDITADO " DE " WS-CONT2-EDITADO
                           " APROVACOES (" WS-PERC-EDITADO "%)"
                           DELIMITED BY SIZE INTO SOD-LINHA
                       WRITE SOD-LINHA
                   END-IF
               END-IF
           END-IF.

      *****************************************
      * APROVADOR COM QUANTIDADE ACIMA DO FATOR SOBRE A MEDIA DOS
      * APROVADORES DO MES (SO COM MAIS DE UM APROVADOR)
      *****************************************
       4500-AVALIAR-VOLUMES.
           MOVE SPACES TO SOD-LINHA.
           WRITE SOD-LINHA.
           MOVE "3. APROVADORES FORA DA MEDIA" TO SOD-LINHA.
           WRITE SOD-LINHA.

           MOVE ZEROS TO WS-APROVADORES-COM WS-MEDIA-APROVACOES.
           PERFORM VARYING WS-APV-I FROM 1 BY 1
                   UNTIL WS-APV-I > WS-APV-QTD
               IF WS-APV-TOTAL(WS-APV-I) > ZEROS
                   ADD 1 TO WS-APROVADORES-COM
               END-IF
           END-PERFORM.

           IF WS-APROVADORES-COM > 1
               COMPUTE WS-MEDIA-APROVACOES ROUNDED =
                   WS-TOTAL-APROVACOES / WS-APROVADORES-COM
               PERFORM 4510-AVALIAR-APROVADOR
                   VARYING WS-APV-I FROM 1 BY 1
                   UNTIL WS-APV-I > WS-APV-QTD
           END-IF.

           IF WS-CONT-FORA-MEDIA = ZEROS
               MOVE "   NENHUM APROVADOR FORA DA MEDIA" TO SOD-LINHA
               WRITE SOD-LINHA
           END-IF.

       4510-AVALIAR-APROVADOR.
           IF WS-APV-TOTAL(WS-APV-I) NOT < WS-MINIMO-PAR
                   AND WS-APV-TOTAL(WS-APV-I) NOT <
                       WS-MEDIA-APROVACOES * WS-FATOR-MEDIA
               ADD 1 TO WS-CONT-FORA-MEDIA
               MOVE WS-APV-TOTAL(WS-APV-I) TO WS-CONT-EDITADO
               MOVE WS-MEDIA-APROVACOES TO WS-MEDIA-EDITADA
               MOVE WS-APV-CONFLITOS(WS-APV-I) TO WS-CONT2-EDITADO
               MOVE SPACES TO SOD-LINHA
               STRING "   " WS-APV-OPERADOR(WS-APV-I)
                   " APROVOU " WS-CONT-EDITADO
                   " VEZES - MEDIA DOS APROVADORES "
                   WS-MEDIA-EDITADA " - CONFLITOS " WS-CONT2-EDITADO
                   DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
           END-IF.

       5000-IMPRIMIR-RESUMO.
           MOVE SPACES TO SOD-LINHA.
           WRITE SOD-LINHA.
           MOVE "RESUMO POR ORIGEM    APROVACOES CONFLITOS" TO
               SOD-LINHA.
           WRITE SOD-LINHA.
           PERFORM VARYING WS-ORG-I FROM 1 BY 1 UNTIL WS-ORG-I > 6
               MOVE WS-ORG-APROVACOES(WS-ORG-I) TO WS-CONT-EDITADO
               MOVE WS-ORG-CONFLITOS(WS-ORG-I) TO WS-CONT2-EDITADO
               MOVE SPACES TO SOD-LINHA
               STRING "   " WS-ORG-NOME(WS-ORG-I) "          "
                   WS-CONT-EDITADO "      " WS-CONT2-EDITADO
                   DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
           END-PERFORM.

           MOVE WS-CONT-PARES TO WS-CONT-EDITADO.
           MOVE WS-CONT-FORA-MEDIA TO WS-CONT2-EDITADO.
           MOVE SPACES TO SOD-LINHA.
           STRING "PARES APONTADOS: " WS-CONT-EDITADO
               "  APROVADORES FORA DA MEDIA: " WS-CONT2-EDITADO
               DELIMITED BY SIZE INTO SOD-LINHA.
           WRITE SOD-LINHA.

           IF WS-EXCEDIDOS > ZEROS
               MOVE SPACES TO SOD-LINHA
               STRING "*** TABELA DE APROVADORES OU PARES CHEIA - "
                   WS-EXCEDIDOS " APROVACOES FORA DA ANALISE ***"
                   DELIMITED BY SIZE INTO SOD-LINHA
               WRITE SOD-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************
      * O RESUMO DA APURACAO FICA NA TRILHA DE AUDITORIA
      *****************************************
       9000-FINALIZAR.
           CLOSE RELATORIO-SEGREGACAO.
           IF DETALHE-DISPONIVEL
               CLOSE VENDAS-DETALHE
           END-IF.

           MOVE "SODREL" TO AUW-USUARIO.
           MOVE "SODREL" TO AUW-ACAO.
           MOVE SPACES TO AUW-DETALHE.
           STRING "MES " WS-PERIODO " CONFLITOS " WS-CONT-CONFLITOS
               DELIMITED BY SIZE INTO AUW-DETALHE.
           CALL "AUDITW" USING AUW-AREA.

           MOVE WS-CONT-CONFLITOS TO WS-CONT-EDITADO.
           DISPLAY "SEGREGACAO DE FUNCOES GRAVADA EM RELSOD - "
               "CONFLITOS: " WS-CONT-EDITADO.
           IF WS-CONT-CONFLITOS > ZEROS OR WS-CONT-PARES > ZEROS
                   OR WS-CONT-FORA-MEDIA > ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM SODREL.
