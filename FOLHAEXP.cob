       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAEXP.
      *************************************
      *OBJETIVO: INTERFACE MENSAL COM A FOLHA DE PAGAMENTO: GERA O
      *ARQUIVO FOLHAINT COM UMA LINHA POR MATRICULA E EVENTO - COMISS
      *(COMISSAO BRUTA DO MES), CLAWBK (ESTORNO DE COMISSAO JA PAGA)
      *E QUEBRA (FALTA DE CAIXA ALEM DA TOLERANCIA DO QBRCFG, A
      *DESCONTAR) - NO LUGAR DA DIGITACAO DO RELCOMIS E DO RELQUEBR
      *PELO RH. AS COMISSOES VEM DO COMAPUR GRAVADO PELO COMISSAO DO
      *MESMO ANO/MES; AS QUEBRAS, DO LIVRO QUEBRAS. O DE-PARA
      *FOLHAMAP LIGA O CODIGO DO VENDEDOR (VEN-CODIGO) E O DO
      *OPERADOR (OPE-CODIGO) A MATRICULA DO FUNCIONARIO; CODIGO SEM
      *MATRICULA IMPEDE A GERACAO. O RELFOLHA TRAZ AS LINHAS E OS
      *TOTAIS DE CONTROLE POR EVENTO, AO LADO DOS TOTAIS DO RELCOMIS
      *E DO RELQUEBR. MES JA ENVIADO (FOLHACTL) SO E GERADO DE NOVO
      *DEPOIS DE REABERTO PELO SUPERVISOR (OPCAO 2, PROGRAM-09 NIVEL
      *03).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APURACAO-COMISSOES ASSIGN TO "COMAPUR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMAPUR.

               SELECT LIVRO-QUEBRAS ASSIGN TO "QUEBRAS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QUEBRAS.

               SELECT CONFIG-QUEBRA ASSIGN TO "QBRCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QBRCFG.

               SELECT MAPA-MATRICULAS ASSIGN TO "FOLHAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FOLHAMAP.

               SELECT CONTROLE-FOLHA ASSIGN TO "FOLHACTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FCT-CHAVE
                   FILE STATUS IS WS-FS-FOLHACTL.

               SELECT INTERFACE-FOLHA ASSIGN TO "FOLHAINT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-FOLHAINT.

               SELECT RELATORIO-FOLHA ASSIGN TO "RELFOLHA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELFOLHA.
       DATA DIVISION.
           FILE SECTION.
           FD  APURACAO-COMISSOES
               LABEL RECORD IS STANDARD.
               COPY "COMAPUR-REG.CPY".

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

           FD  CONFIG-QUEBRA
               LABEL RECORD IS STANDARD.
           01  QCF-LINHA.
               05 QCF-TOLERANCIA PIC 9(4)V99.
               05 FILLER PIC X(1).
               05 QCF-LIMITE-MOVIMENTO PIC 9(6)V99.

      *****************************************
      * DE-PARA: TIPO V (CODIGO DO VENDEDOR, 4 DIGITOS) OU O (CODIGO
      * DO OPERADOR) PARA A MATRICULA NA FOLHA
      *****************************************
           FD  MAPA-MATRICULAS
               LABEL RECORD IS STANDARD.
           01  FMP-LINHA.
               05 FMP-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 FMP-CODIGO PIC X(10).
               05 FILLER PIC X(1).
               05 FMP-MATRICULA PIC X(10).

           FD  CONTROLE-FOLHA
               LABEL RECORD IS STANDARD.
               COPY "FOLHACTL-REG.CPY".

           FD  INTERFACE-FOLHA
               LABEL RECORD IS STANDARD.
           01  FOL-LINHA.
               05 FOL-PERIODO PIC 9(6).
               05 FILLER PIC X(1).
               05 FOL-MATRICULA PIC X(10).
               05 FILLER PIC X(1).
               05 FOL-EVENTO PIC X(6).
               05 FILLER PIC X(1).
               05 FOL-VALOR PIC 9(10)V99.

           FD  RELATORIO-FOLHA
               LABEL RECORD IS STANDARD.
           01  RFO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-COMAPUR PIC X(2) VALUE "00".
           77 WS-FS-QUEBRAS PIC X(2) VALUE "00".
           77 WS-FS-QBRCFG PIC X(2) VALUE "00".
           77 WS-FS-FOLHAMAP PIC X(2) VALUE "00".
           77 WS-FS-FOLHACTL PIC X(2) VALUE "00".
           77 WS-FS-FOLHAINT PIC X(2) VALUE "00".
           77 WS-FS-RELFOLHA PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-SUP-PIN PIC X(4).
           77 WS-ANO-FOLHA PIC 9(4).
           77 WS-MES-FOLHA PIC 9(2).
           77 WS-DATA-HOJE PIC 9(8).
           77 WS-TOLERANCIA PIC 9(4)V99 VALUE 5.
           77 WS-FALTA PIC 9(8)V99.
           77 WS-DESCONTO PIC 9(8)V99.
           77 WS-MAP-I PIC 9(3).
           77 WS-MAP-QTD PIC 9(3) VALUE ZEROS.
           77 WS-LAN-I PIC 9(4).
           77 WS-LAN-QTD PIC 9(4) VALUE ZEROS.
           77 WS-EVT-I PIC 9(1).
           77 WS-CODIGO-BUSCA PIC X(10).
           77 WS-TIPO-BUSCA PIC X(1).
           77 WS-MATRICULA PIC X(10).
           77 WS-EVENTO PIC X(6).
           77 WS-VALOR-EVENTO PIC 9(10)V99.
           77 WS-CONT-SEM-MATRICULA PIC 9(4) VALUE ZEROS.
           77 WS-CONT-LINHAS PIC 9(6) VALUE ZEROS.
           77 WS-RELCOMIS-BRUTO PIC 9(10)V99 VALUE ZEROS.
           77 WS-RELCOMIS-CLAWBACK PIC 9(10)V99 VALUE ZEROS.
           77 WS-RECUSA-SW PIC X(1) VALUE "N".
               88 GERACAO-RECUSADA VALUE "S".
           77 WS-CABECALHO-SW PIC X(1) VALUE "N".
               88 COMAPUR-DO-PERIODO VALUE "S".
           77 WS-TRAILER-SW PIC X(1) VALUE "N".
               88 COMAPUR-COMPLETO VALUE "S".
           77 WS-CONTROLE-SW PIC X(1) VALUE "N".
               88 CONTROLE-EXISTENTE VALUE "S".
           77 WS-VALOR-EDITADO PIC Z(9)9,99.
           77 WS-ORIGEM-EDITADO PIC Z(9)9,99.
           77 WS-CONT-EDITADO PIC Z(5)9.
           01 WS-PERIODO-FOLHA.
               05 WS-PF-ANO PIC 9(4).
               05 WS-PF-MES PIC 9(2).
           01 WS-MAPA.
               05 WS-MAP-ITEM OCCURS 500 TIMES.
                   10 WS-MAP-TIPO PIC X(1).
                   10 WS-MAP-CODIGO PIC X(10).
                   10 WS-MAP-MATRICULA PIC X(10).
           01 WS-LANCAMENTOS.
               05 WS-LAN-ITEM OCCURS 2000 TIMES.
                   10 WS-LAN-MATRICULA PIC X(10).
                   10 WS-LAN-EVENTO PIC X(6).
                   10 WS-LAN-VALOR PIC 9(10)V99.

      *****************************************
      * EVENTOS DA INTERFACE E SEUS TOTAIS DE CONTROLE
      *****************************************
           01 WS-EVENTOS-GRUPO.
               05 FILLER PIC X(6) VALUE "COMISS".
               05 FILLER PIC X(6) VALUE "CLAWBK".
               05 FILLER PIC X(6) VALUE "QUEBRA".
           01 WS-EVENTOS-TAB REDEFINES WS-EVENTOS-GRUPO.
               05 WS-EVT-CODIGO PIC X(6) OCCURS 3 TIMES.
           01 WS-TOTAIS-EVENTO.
               05 WS-EVT-TOTAL PIC 9(10)V99 OCCURS 3 TIMES.
               05 WS-EVT-LINHAS PIC 9(6) OCCURS 3 TIMES.
           COPY "SIGNON-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-OPCAO = "2"
               PERFORM 5000-REABRIR-MES
           ELSE
               PERFORM 2000-GERAR-INTERFACE
           END-IF.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "INTERFACE DA FOLHA - 1=GERAR ARQUIVO 2=REABRIR "
               "MES ENVIADO (SUPERVISOR)".
           ACCEPT WS-OPCAO.

           DISPLAY "DIGITE O ANO DA FOLHA (EX: 2026)".
           ACCEPT WS-ANO-FOLHA.

           DISPLAY "DIGITE O MES DA FOLHA (1 A 12)".
           ACCEPT WS-MES-FOLHA.

           MOVE WS-ANO-FOLHA TO WS-PF-ANO.
           MOVE WS-MES-FOLHA TO WS-PF-MES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TOTAIS-EVENTO.

      *****************************************
      * O CONTROLE DE ENVIO E CRIADO VAZIO NA PRIMEIRA EXECUCAO
      *****************************************
       1100-ABRIR-CONTROLE.
           OPEN I-O CONTROLE-FOLHA.
           IF WS-FS-FOLHACTL = "35"
               OPEN OUTPUT CONTROLE-FOLHA
               CLOSE CONTROLE-FOLHA
               OPEN I-O CONTROLE-FOLHA
           END-IF.

           MOVE WS-ANO-FOLHA TO FCT-ANO.
           MOVE WS-MES-FOLHA TO FCT-MES.
           READ CONTROLE-FOLHA
               INVALID KEY
                   MOVE "N" TO WS-CONTROLE-SW
               NOT INVALID KEY
                   SET CONTROLE-EXISTENTE TO TRUE
           END-READ.

       1200-CARREGAR-TOLERANCIA.
           OPEN INPUT CONFIG-QUEBRA.
           IF WS-FS-QBRCFG = "00"
               READ CONFIG-QUEBRA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QCF-TOLERANCIA TO WS-TOLERANCIA
               END-READ
               CLOSE CONFIG-QUEBRA
           END-IF.
           MOVE "00" TO WS-FS-QBRCFG.

       1300-CARREGAR-MAPA.
           OPEN INPUT MAPA-MATRICULAS.
           IF WS-FS-FOLHAMAP = "00"
               PERFORM 1310-LER-MAPA UNTIL WS-FS-FOLHAMAP NOT = "00"
               CLOSE MAPA-MATRICULAS
           ELSE
               DISPLAY "DE-PARA FOLHAMAP AUSENTE - NENHUM CODIGO TEM "
                   "MATRICULA"
           END-IF.
           MOVE "00" TO WS-FS-FOLHAMAP.

       1310-LER-MAPA.
           READ MAPA-MATRICULAS
               AT END
                   MOVE "10" TO WS-FS-FOLHAMAP
               NOT AT END
                   IF (FMP-TIPO = "V" OR FMP-TIPO = "O")
                           AND FMP-MATRICULA NOT = SPACES
                           AND WS-MAP-QTD < 500
                       ADD 1 TO WS-MAP-QTD
                       MOVE FMP-TIPO TO WS-MAP-TIPO(WS-MAP-QTD)
                       MOVE FMP-CODIGO TO WS-MAP-CODIGO(WS-MAP-QTD)
                       MOVE FMP-MATRICULA TO
                           WS-MAP-MATRICULA(WS-MAP-QTD)
                   END-IF
           END-READ.

      *****************************************
      * GERACAO: RECUSADA PARA MES JA ENVIADO, SEM APURACAO DE
      * COMISSOES COMPLETA DO PERIODO OU COM CODIGO SEM MATRICULA;
      * NESSES CASOS O FOLHAINT NAO E TOCADO E O RETORNO E 8
      *****************************************
       2000-GERAR-INTERFACE.
           PERFORM 1100-ABRIR-CONTROLE.
           IF CONTROLE-EXISTENTE AND FCT-ENVIADO
               DISPLAY "INTERFACE DE " WS-ANO-FOLHA "/" WS-MES-FOLHA
                   " JA ENVIADA EM " FCT-DATA-ENVIO
                   " - SO APOS REABERTURA PELO SUPERVISOR"
               SET GERACAO-RECUSADA TO TRUE
           ELSE
               OPEN OUTPUT RELATORIO-FOLHA
               MOVE SPACES TO RFO-LINHA
               STRING "INTERFACE DA FOLHA - PERIODO " WS-ANO-FOLHA
                   "/" WS-MES-FOLHA
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA

               PERFORM 1200-CARREGAR-TOLERANCIA
               PERFORM 1300-CARREGAR-MAPA
               PERFORM 2100-LER-COMISSOES
               PERFORM 2300-LER-QUEBRAS
               PERFORM 3000-VALIDAR-GERACAO
               IF NOT GERACAO-RECUSADA
                   PERFORM 4000-GRAVAR-INTERFACE
               END-IF
               PERFORM 4500-TOTAIS-CONTROLE
               CLOSE RELATORIO-FOLHA
               DISPLAY "CONFERENCIA GRAVADA NO ARQUIVO RELFOLHA"
           END-IF.
           CLOSE CONTROLE-FOLHA.

           IF GERACAO-RECUSADA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************
      * COMAPUR DO COMISSAO: SO VALE O DO MESMO ANO/MES E COMPLETO
      * (COM O REGISTRO FINAL E SEM ESTOURO DE TABELA)
      *****************************************
       2100-LER-COMISSOES.
           OPEN INPUT APURACAO-COMISSOES.
           IF WS-FS-COMAPUR = "00"
               PERFORM 2110-LER-APURACAO
                   UNTIL WS-FS-COMAPUR NOT = "00"
               CLOSE APURACAO-COMISSOES
           END-IF.
           MOVE "00" TO WS-FS-COMAPUR.

       2110-LER-APURACAO.
           READ APURACAO-COMISSOES
               AT END
                   MOVE "10" TO WS-FS-COMAPUR
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAP-CABECALHO
                           IF CAP-PERIODO = WS-PERIODO-FOLHA
                               SET COMAPUR-DO-PERIODO TO TRUE
                           END-IF
                       WHEN NOT COMAPUR-DO-PERIODO
                           CONTINUE
                       WHEN CAP-DETALHE
                           PERFORM 2200-LANCAR-COMISSAO
                       WHEN CAP-TRAILER
                           IF CAP-COMPLETA
                               SET COMAPUR-COMPLETO TO TRUE
                           END-IF
                           MOVE CAP-COMISSAO-BRUTA TO WS-RELCOMIS-BRUTO
                           MOVE CAP-CLAWBACK TO WS-RELCOMIS-CLAWBACK
                   END-EVALUATE
           END-READ.

       2200-LANCAR-COMISSAO.
           MOVE "V" TO WS-TIPO-BUSCA.
           MOVE SPACES TO WS-CODIGO-BUSCA.
           MOVE CAP-VENDEDOR TO WS-CODIGO-BUSCA(1:4).
           PERFORM 8000-BUSCAR-MATRICULA.

           IF CAP-COMISSAO-BRUTA > ZEROS
               MOVE 1 TO WS-EVT-I
               MOVE CAP-COMISSAO-BRUTA TO WS-VALOR-EVENTO
               PERFORM 8100-ACUMULAR-LANCAMENTO
           END-IF.
           IF CAP-CLAWBACK > ZEROS
               MOVE 2 TO WS-EVT-I
               MOVE CAP-CLAWBACK TO WS-VALOR-EVENTO
               PERFORM 8100-ACUMULAR-LANCAMENTO
           END-IF.

      *****************************************
      * FALTAS DO MES: DESCONTA O QUE PASSA DA TOLERANCIA, CADA
      * OCORRENCIA POR SI, COMO NO RELQUEBR
      *****************************************
       2300-LER-QUEBRAS.
           OPEN INPUT LIVRO-QUEBRAS.
           IF WS-FS-QUEBRAS = "00"
               PERFORM 2310-LER-QUEBRA UNTIL WS-FS-QUEBRAS NOT = "00"
               CLOSE LIVRO-QUEBRAS
           END-IF.
           MOVE "00" TO WS-FS-QUEBRAS.

       2310-LER-QUEBRA.
           READ LIVRO-QUEBRAS
               AT END
                   MOVE "10" TO WS-FS-QUEBRAS
               NOT AT END
                   IF QBR-DATA(1:6) = WS-PERIODO-FOLHA
                           AND QBR-DIFERENCA < ZEROS
                       COMPUTE WS-FALTA = ZEROS - QBR-DIFERENCA
                       IF WS-FALTA > WS-TOLERANCIA
                           COMPUTE WS-DESCONTO =
                               WS-FALTA - WS-TOLERANCIA
                           PERFORM 2320-LANCAR-QUEBRA
                       END-IF
                   END-IF
           END-READ.

       2320-LANCAR-QUEBRA.
           MOVE "O" TO WS-TIPO-BUSCA.
           MOVE QBR-OPERADOR TO WS-CODIGO-BUSCA.
           PERFORM 8000-BUSCAR-MATRICULA.

           MOVE 3 TO WS-EVT-I.
           MOVE WS-DESCONTO TO WS-VALOR-EVENTO.
           PERFORM 8100-ACUMULAR-LANCAMENTO.

       3000-VALIDAR-GERACAO.
           IF NOT COMAPUR-DO-PERIODO OR NOT COMAPUR-COMPLETO
               MOVE SPACES TO RFO-LINHA
               STRING "*** SEM APURACAO COMPLETA DE COMISSOES DO "
                   "PERIODO (COMAPUR) - RODE O COMISSAO DO MES ***"
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA
               SET GERACAO-RECUSADA TO TRUE
           END-IF.

           IF WS-CONT-SEM-MATRICULA > ZEROS
               MOVE WS-CONT-SEM-MATRICULA TO WS-CONT-EDITADO
               MOVE SPACES TO RFO-LINHA
               STRING "*** " WS-CONT-EDITADO " LANCAMENTOS SEM "
                   "MATRICULA NO FOLHAMAP - ARQUIVO NAO GERADO ***"
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA
               SET GERACAO-RECUSADA TO TRUE
           END-IF.

      *****************************************
      * GRAVA O FOLHAINT E MARCA O MES COMO ENVIADO NO FOLHACTL
      *****************************************
       4000-GRAVAR-INTERFACE.
           OPEN OUTPUT INTERFACE-FOLHA.
           MOVE SPACES TO RFO-LINHA.
           WRITE RFO-LINHA.
           MOVE "MATRICULA  EVENTO          VALOR" TO RFO-LINHA.
           WRITE RFO-LINHA.

           PERFORM VARYING WS-LAN-I FROM 1 BY 1
                   UNTIL WS-LAN-I > WS-LAN-QTD
               MOVE SPACES TO FOL-LINHA
               MOVE WS-PERIODO-FOLHA TO FOL-PERIODO
               MOVE WS-LAN-MATRICULA(WS-LAN-I) TO FOL-MATRICULA
               MOVE WS-LAN-EVENTO(WS-LAN-I) TO FOL-EVENTO
               MOVE WS-LAN-VALOR(WS-LAN-I) TO FOL-VALOR
               WRITE FOL-LINHA
               ADD 1 TO WS-CONT-LINHAS

               MOVE WS-LAN-VALOR(WS-LAN-I) TO WS-VALOR-EDITADO
               MOVE SPACES TO RFO-LINHA
               STRING WS-LAN-MATRICULA(WS-LAN-I) " "
                   WS-LAN-EVENTO(WS-LAN-I) " " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA
           END-PERFORM.
           CLOSE INTERFACE-FOLHA.

           SET FCT-ENVIADO TO TRUE.
           MOVE WS-DATA-HOJE TO FCT-DATA-ENVIO.
           IF CONTROLE-EXISTENTE
               ADD 1 TO FCT-ENVIOS
               REWRITE FCT-REGISTRO
               END-REWRITE
           ELSE
               MOVE WS-ANO-FOLHA TO FCT-ANO
               MOVE WS-MES-FOLHA TO FCT-MES
               MOVE 1 TO FCT-ENVIOS
               MOVE SPACES TO FCT-REABERTO-POR
               MOVE ZEROS TO FCT-DATA-REABERTURA
               WRITE FCT-REGISTRO
               END-WRITE
           END-IF.

           MOVE WS-CONT-LINHAS TO WS-CONT-EDITADO.
           DISPLAY "INTERFACE GRAVADA NO ARQUIVO FOLHAINT - "
               WS-CONT-EDITADO " LINHAS".

      *****************************************
      * TOTAIS DE CONTROLE POR EVENTO, AO LADO DO TOTAL DO RELATORIO
      * DE ORIGEM: COMISS E CLAWBK COM OS TOTAIS DO RELCOMIS (QUE O
      * COMAPUR TRAZ NO REGISTRO FINAL), QUEBRA COM O TOTAL DE FALTAS
      * A DESCONTAR DO RELQUEBR
      *****************************************
       4500-TOTAIS-CONTROLE.
           MOVE SPACES TO RFO-LINHA.
           WRITE RFO-LINHA.
           MOVE "TOTAIS DE CONTROLE POR EVENTO" TO RFO-LINHA.
           WRITE RFO-LINHA.

           PERFORM VARYING WS-EVT-I FROM 1 BY 1 UNTIL WS-EVT-I > 3
               MOVE WS-EVT-TOTAL(WS-EVT-I) TO WS-VALOR-EDITADO
               MOVE WS-EVT-LINHAS(WS-EVT-I) TO WS-CONT-EDITADO
               MOVE SPACES TO RFO-LINHA
               EVALUATE WS-EVT-I
                   WHEN 1
                       MOVE WS-RELCOMIS-BRUTO TO WS-ORIGEM-EDITADO
                       STRING WS-EVT-CODIGO(WS-EVT-I) " "
                           WS-VALOR-EDITADO " (" WS-CONT-EDITADO
                           " VENDEDORES) RELCOMIS COMISSOES BRUTAS "
                           WS-ORIGEM-EDITADO
                           DELIMITED BY SIZE INTO RFO-LINHA
                   WHEN 2
                       MOVE WS-RELCOMIS-CLAWBACK TO WS-ORIGEM-EDITADO
                       STRING WS-EVT-CODIGO(WS-EVT-I) " "
                           WS-VALOR-EDITADO " (" WS-CONT-EDITADO
                           " VENDEDORES) RELCOMIS CLAWBACK          "
                           WS-ORIGEM-EDITADO
                           DELIMITED BY SIZE INTO RFO-LINHA
                   WHEN OTHER
                       STRING WS-EVT-CODIGO(WS-EVT-I) " "
                           WS-VALOR-EDITADO " (" WS-CONT-EDITADO
                           " FALTAS)     RELQUEBR FALTAS A DESCONTAR"
                           DELIMITED BY SIZE INTO RFO-LINHA
               END-EVALUATE
               WRITE RFO-LINHA
           END-PERFORM.

           IF WS-EVT-TOTAL(1) NOT = WS-RELCOMIS-BRUTO
                   OR WS-EVT-TOTAL(2) NOT = WS-RELCOMIS-CLAWBACK
               MOVE SPACES TO RFO-LINHA
               STRING "*** COMAPUR NAO FECHA COM OS TOTAIS DO RELCOMIS "
                   "***"
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************
      * REABERTURA DE MES JA ENVIADO, SO COM APROVACAO DE SUPERVISOR
      *****************************************
       5000-REABRIR-MES.
           DISPLAY "REABERTURA DA INTERFACE - DIGITE O SUPERVISOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               PERFORM 1100-ABRIR-CONTROLE
               IF CONTROLE-EXISTENTE AND FCT-ENVIADO
                   PERFORM 5100-CONFIRMAR-REABERTURA
               ELSE
                   DISPLAY "INTERFACE DO MES NAO FOI ENVIADA - NADA A "
                       "REABRIR"
               END-IF
               CLOSE CONTROLE-FOLHA
           ELSE
               DISPLAY "APROVACAO NEGADA - REABERTURA RESTRITA AO "
                   "NIVEL SUPERVISOR"
           END-IF.

       5100-CONFIRMAR-REABERTURA.
           DISPLAY "INTERFACE DE " FCT-ANO "/" FCT-MES
               " ENVIADA EM " FCT-DATA-ENVIO
               " - CONFIRMAR A REABERTURA (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET FCT-REABERTO TO TRUE
               MOVE SGN-USUARIO TO FCT-REABERTO-POR
               MOVE WS-DATA-HOJE TO FCT-DATA-REABERTURA
               REWRITE FCT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REABRIR A INTERFACE"
                   NOT INVALID KEY
                       DISPLAY "MES REABERTO - A INTERFACE PODE SER "
                           "GERADA DE NOVO"
               END-REWRITE
           ELSE
               DISPLAY "REABERTURA ABANDONADA"
           END-IF.

       8000-BUSCAR-MATRICULA.
           MOVE SPACES TO WS-MATRICULA.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > WS-MAP-QTD
                       OR WS-MATRICULA NOT = SPACES
               IF WS-MAP-TIPO(WS-MAP-I) = WS-TIPO-BUSCA
                       AND WS-MAP-CODIGO(WS-MAP-I) = WS-CODIGO-BUSCA
                   MOVE WS-MAP-MATRICULA(WS-MAP-I) TO WS-MATRICULA
               END-IF
           END-PERFORM.

      *****************************************
      * UMA LINHA POR MATRICULA E EVENTO: DOIS CODIGOS DA MESMA
      * PESSOA SOMAM NA MESMA LINHA. CODIGO SEM MATRICULA E LISTADO
      * E SO ENTRA NO TOTAL DE CONTROLE
      *****************************************
       8100-ACUMULAR-LANCAMENTO.
           MOVE WS-EVT-CODIGO(WS-EVT-I) TO WS-EVENTO.
           ADD WS-VALOR-EVENTO TO WS-EVT-TOTAL(WS-EVT-I).
           ADD 1 TO WS-EVT-LINHAS(WS-EVT-I).

           IF WS-MATRICULA = SPACES
               ADD 1 TO WS-CONT-SEM-MATRICULA
               MOVE WS-VALOR-EVENTO TO WS-VALOR-EDITADO
               MOVE SPACES TO RFO-LINHA
               STRING "SEM MATRICULA: " WS-TIPO-BUSCA " "
                   WS-CODIGO-BUSCA " " WS-EVENTO " " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO RFO-LINHA
               WRITE RFO-LINHA
           ELSE
               MOVE ZEROS TO WS-LAN-I
               PERFORM VARYING WS-LAN-I FROM 1 BY 1
                       UNTIL WS-LAN-I > WS-LAN-QTD
                           OR (WS-LAN-MATRICULA(WS-LAN-I) =
                               WS-MATRICULA
                               AND WS-LAN-EVENTO(WS-LAN-I) = WS-EVENTO)
                   CONTINUE
               END-PERFORM
               IF WS-LAN-I > WS-LAN-QTD
                   IF WS-LAN-QTD < 2000
                       ADD 1 TO WS-LAN-QTD
                       MOVE WS-LAN-QTD TO WS-LAN-I
                       MOVE WS-MATRICULA TO WS-LAN-MATRICULA(WS-LAN-I)
                       MOVE WS-EVENTO TO WS-LAN-EVENTO(WS-LAN-I)
                       MOVE ZEROS TO WS-LAN-VALOR(WS-LAN-I)
                   ELSE
                       DISPLAY "TABELA DE LANCAMENTOS CHEIA (2000)"
                       ADD 1 TO WS-CONT-SEM-MATRICULA
                   END-IF
               END-IF
               IF WS-LAN-I <= WS-LAN-QTD
                   ADD WS-VALOR-EVENTO TO WS-LAN-VALOR(WS-LAN-I)
               END-IF
           END-IF.

       END PROGRAM FOLHAEXP.
