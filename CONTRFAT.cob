       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRFAT.
      *************************************
      *OBJETIVO: FATURAMENTO MENSAL DOS CONTRATOS DE COBRANCA
      *RECORRENTE (CONTRAT): PARA O MES DA DATA DE MOVIMENTO GRAVA
      *NO CTRECEB O TITULO DE CADA CONTRATO ATIVO E VIGENTE NO MES,
      *EMITIDO NO DIA DE FATURAMENTO DO CONTRATO (LIMITADO AO FIM DO
      *MES) E COM VENCIMENTO PELO PRAZO DA CONDICAO DE PAGAMENTO DO
      *CLIENTE (CLI-COND-PAGTO NA TABELA CONDPAG, 30 DIAS QUANDO SEM
      *CONDICAO), ROLADO PARA O PROXIMO DIA UTIL DA FILIAL PELO
      *CALNEG. O DOCUMENTO 8CCCAAMM E O ULTIMO PERIODO FATURADO NO
      *CONTRATO IMPEDEM FATURAR O MESMO CONTRATO DUAS VEZES NO MES,
      *DE MODO QUE A RODADA PODE SER REPETIDA. NO ANIVERSARIO (MES
      *DE REAJUSTE, COMPLETADOS 12 MESES DO INICIO) O VALOR E
      *REAJUSTADO PELA TAXA DO INDICE NO PERIODO, LIDA DO REAJIDX;
      *SEM TAXA CADASTRADA O REAJUSTE FICA PENDENTE E E APLICADO NA
      *PRIMEIRA RODADA SEGUINTE EM QUE A TAXA JA EXISTA. O RELATORIO
      *RELCTRF LISTA OS TITULOS GERADOS, REAJUSTES E RECUSAS.
      *CADA TITULO GERADO E ANOTADO NO LOG DE FATURAMENTO (CTRFLOG)
      *COM A DATA DE MOVIMENTO DA RODADA, PARA A PROVA DIARIA DO
      *CONTAS A RECEBER (RECPROVA) SOMAR AS MENSALIDADES NO DIA EM
      *QUE ENTRARAM NO CTRECEB, QUALQUER QUE SEJA A DATA DE EMISSAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTRATOS ASSIGN TO "CONTRAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTR-CHAVE
                   FILE STATUS IS WS-FS-CONTRAT.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CONDICOES-PAGAMENTO ASSIGN TO "CONDPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CONDPAG.

               SELECT INDICES-REAJUSTE ASSIGN TO "REAJIDX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-REAJIDX.

               SELECT RELATORIO-FATURAMENTO ASSIGN TO "RELCTRF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELCTRF.

               SELECT LOG-FATURAMENTO ASSIGN TO "CTRFLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CTRFLOG.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTRATOS
               LABEL RECORD IS STANDARD.
               COPY "CONTRATO-REG.CPY".

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONDICOES-PAGAMENTO
               LABEL RECORD IS STANDARD.
           01  CPG-LINHA.
               05 CPG-CODIGO PIC 9(2).
               05 FILLER PIC X(1).
               05 CPG-DIAS PIC 9(3).
               05 FILLER PIC X(1).
               05 CPG-DESCRICAO PIC X(20).

           FD  INDICES-REAJUSTE
               LABEL RECORD IS STANDARD.
           01  RJX-LINHA.
               05 RJX-INDICE PIC X(6).
               05 FILLER PIC X(1).
               05 RJX-PERIODO PIC 9(6).
               05 FILLER PIC X(1).
               05 RJX-PERCENTUAL PIC 9(2)V99.

           FD  RELATORIO-FATURAMENTO
               LABEL RECORD IS STANDARD.
           01  RCF-LINHA PIC X(100).

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

       WORKING-STORAGE SECTION.
           77 WS-FS-CONTRAT PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-CONDPAG PIC X(2) VALUE "00".
           77 WS-FS-REAJIDX PIC X(2) VALUE "00".
           77 WS-FS-RELCTRF PIC X(2) VALUE "00".
           77 WS-FS-CTRFLOG PIC X(2) VALUE "00".
           77 WS-CND-QTD PIC 9(2) VALUE ZEROS.
           77 WS-CND-I PIC 9(2).
           77 WS-IDX-QTD PIC 9(3) VALUE ZEROS.
           77 WS-IDX-I PIC 9(3).
           77 WS-PRAZO-DIAS PIC 9(3).
           77 WS-ULTIMO-DIA-MES PIC 9(2).
           77 WS-PERCENTUAL PIC 9(2)V99.
           77 WS-VALOR-ANTERIOR PIC 9(8)V99.
           77 WS-ANIVERSARIO PIC 9(6).
           77 WS-PRIMEIRO-ANIVERSARIO PIC 9(6).
           77 WS-INICIO-PERIODO PIC 9(6).
           77 WS-FIM-PERIODO PIC 9(6).
           77 WS-MOTIVO PIC X(40).
           77 WS-CONT-TITULOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-JA-FATURADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-REAJUSTES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-RECUSADOS PIC 9(5) VALUE ZEROS.
           77 WS-TOTAL-FATURADO PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-ANTERIOR-EDITADO PIC Z(6)9,99.
           77 WS-PERC-EDITADO PIC Z9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CLIENTE-SW PIC X(1).
               88 CLIENTE-FATURAVEL VALUE "S".
               88 CLIENTE-NAO-FATURAVEL VALUE "N".
           77 WS-TAXA-SW PIC X(1).
               88 TAXA-ACHADA VALUE "S".
               88 TAXA-NAO-ACHADA VALUE "N".
           01 WS-PERIODO-FATURAMENTO.
               05 WS-PF-ANO PIC 9(4).
               05 WS-PF-MES PIC 9(2).
           01 WS-DATA-EMISSAO.
               05 WS-EM-PERIODO PIC 9(6).
               05 WS-EM-DIA PIC 9(2).
           01 WS-DOC-CONTRATO.
               05 WS-DCT-PREFIXO PIC 9(1).
               05 WS-DCT-SEQUENCIA PIC 9(3).
               05 WS-DCT-ANO PIC 9(2).
               05 WS-DCT-MES PIC 9(2).
           01 WS-CONDICOES-TABELA.
               05 WS-CND-ITEM OCCURS 20 TIMES.
                   10 WS-CND-CODIGO PIC 9(2).
                   10 WS-CND-DIAS PIC 9(3).
           01 WS-INDICES-TABELA.
               05 WS-IDX-ITEM OCCURS 300 TIMES.
                   10 WS-IDX-INDICE PIC X(6).
                   10 WS-IDX-PERIODO PIC 9(6).
                   10 WS-IDX-PERCENTUAL PIC 9(2)V99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CONTRAT = "00"
               PERFORM 2000-PROCESSAR UNTIL WS-FS-CONTRAT NOT = "00"
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA(1:6) TO WS-PERIODO-FATURAMENTO.

           PERFORM 1100-CARREGAR-CONDICOES.
           PERFORM 1200-CARREGAR-INDICES.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB = "35"
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           OPEN OUTPUT RELATORIO-FATURAMENTO.

           OPEN EXTEND LOG-FATURAMENTO.
           IF WS-FS-CTRFLOG NOT = "00"
               OPEN OUTPUT LOG-FATURAMENTO
           END-IF.

           MOVE SPACES TO RCF-LINHA.
           STRING "FATURAMENTO DE CONTRATOS RECORRENTES - PERIODO "
               WS-PF-ANO "/" WS-PF-MES " - MOVIMENTO " DMV-DATA
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.
           MOVE SPACES TO RCF-LINHA.
           STRING "CLIENTE SEQ DOCUMENTO EMISSAO  VENCTO        VALOR"
               " OCORRENCIA"
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

           OPEN I-O CONTRATOS.
           IF WS-FS-CONTRAT NOT = "00"
               MOVE "CONTRATOS CONTRAT AUSENTE - NADA A FATURAR"
                   TO RCF-LINHA
               WRITE RCF-LINHA
               DISPLAY "CONTRATOS CONTRAT AUSENTE - NADA A FATURAR"
           END-IF.

       1100-CARREGAR-CONDICOES.
           OPEN INPUT CONDICOES-PAGAMENTO.
           IF WS-FS-CONDPAG = "00"
               PERFORM 1110-CARREGAR-CONDICOES-LOOP
                   UNTIL WS-FS-CONDPAG NOT = "00"
                       OR WS-CND-QTD >= 20
               CLOSE CONDICOES-PAGAMENTO
           END-IF.
           MOVE "00" TO WS-FS-CONDPAG.

       1110-CARREGAR-CONDICOES-LOOP.
           READ CONDICOES-PAGAMENTO
               AT END
                   MOVE "10" TO WS-FS-CONDPAG
               NOT AT END
                   IF CPG-CODIGO IS NUMERIC AND CPG-DIAS IS NUMERIC
                           AND CPG-DIAS > ZEROS
                       ADD 1 TO WS-CND-QTD
                       MOVE CPG-CODIGO TO WS-CND-CODIGO(WS-CND-QTD)
                       MOVE CPG-DIAS TO WS-CND-DIAS(WS-CND-QTD)
                   END-IF
           END-READ.

      *****************************************
      * REAJIDX: UMA LINHA POR INDICE E ANO/MES COM A VARIACAO
      * ACUMULADA EM 12 MESES (EX: "IGPM   202604 0450" = 4,50%).
      * VARIACAO NEGATIVA E CADASTRADA COMO ZERO (CONTRATO NAO
      * REDUZ A MENSALIDADE)
      *****************************************
       1200-CARREGAR-INDICES.
           OPEN INPUT INDICES-REAJUSTE.
           IF WS-FS-REAJIDX = "00"
               PERFORM 1210-CARREGAR-INDICES-LOOP
                   UNTIL WS-FS-REAJIDX NOT = "00"
                       OR WS-IDX-QTD >= 300
               CLOSE INDICES-REAJUSTE
           END-IF.
           MOVE "00" TO WS-FS-REAJIDX.

       1210-CARREGAR-INDICES-LOOP.
           READ INDICES-REAJUSTE
               AT END
                   MOVE "10" TO WS-FS-REAJIDX
               NOT AT END
                   IF RJX-INDICE NOT = SPACES
                           AND RJX-PERIODO IS NUMERIC
                           AND RJX-PERCENTUAL IS NUMERIC
                       ADD 1 TO WS-IDX-QTD
                       MOVE RJX-INDICE TO WS-IDX-INDICE(WS-IDX-QTD)
                       MOVE RJX-PERIODO TO WS-IDX-PERIODO(WS-IDX-QTD)
                       MOVE RJX-PERCENTUAL
                           TO WS-IDX-PERCENTUAL(WS-IDX-QTD)
                   ELSE
                       DISPLAY "LINHA DO REAJIDX REJEITADA: "
                           RJX-LINHA
                   END-IF
           END-READ.

       2000-PROCESSAR.
           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CONTRAT
               NOT AT END
                   PERFORM 2100-AVALIAR-CONTRATO
           END-READ.

      *****************************************
      * CONTRATO FATURAVEL NO MES: ATIVO, JA INICIADO, NAO VENCIDO
      * PELA DATA DE FIM E COM PERIODO AINDA NAO FATURADO
      *****************************************
       2100-AVALIAR-CONTRATO.
           MOVE CTR-DATA-INICIO(1:6) TO WS-INICIO-PERIODO.
           MOVE CTR-DATA-FIM(1:6) TO WS-FIM-PERIODO.

           EVALUATE TRUE
               WHEN NOT CTR-ATIVO
                   CONTINUE
               WHEN WS-INICIO-PERIODO > WS-PERIODO-FATURAMENTO
                   CONTINUE
               WHEN CTR-DATA-FIM NOT = ZEROS
                       AND WS-FIM-PERIODO < WS-PERIODO-FATURAMENTO
                   CONTINUE
               WHEN CTR-ULTIMO-PERIODO NOT < WS-PERIODO-FATURAMENTO
                   ADD 1 TO WS-CONT-JA-FATURADOS
               WHEN OTHER
                   PERFORM 2200-FATURAR-CONTRATO
           END-EVALUATE.

       2200-FATURAR-CONTRATO.
           PERFORM 2300-LER-CLIENTE.

           IF CLIENTE-NAO-FATURAVEL
               ADD 1 TO WS-CONT-RECUSADOS
               PERFORM 2800-LISTAR-RECUSA
           ELSE
               PERFORM 2400-APLICAR-REAJUSTE
               PERFORM 2500-CALCULAR-DATAS
               PERFORM 2600-GRAVAR-TITULO
           END-IF.

       2300-LER-CLIENTE.
           SET CLIENTE-NAO-FATURAVEL TO TRUE.
           MOVE 30 TO WS-PRAZO-DIAS.
           MOVE ZEROS TO CAL-FILIAL.

           IF WS-FS-CADCLI NOT = "00"
               MOVE "CADASTRO CADCLI AUSENTE" TO WS-MOTIVO
           ELSE
               MOVE CTR-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                       IF CLI-ATIVO-NAO
                           MOVE "CLIENTE INATIVO" TO WS-MOTIVO
                       ELSE
                           SET CLIENTE-FATURAVEL TO TRUE
                           MOVE CLI-FILIAL TO CAL-FILIAL
                           PERFORM VARYING WS-CND-I FROM 1 BY 1
                                   UNTIL WS-CND-I > WS-CND-QTD
                               IF WS-CND-CODIGO(WS-CND-I) =
                                       CLI-COND-PAGTO
                                   MOVE WS-CND-DIAS(WS-CND-I) TO
                                       WS-PRAZO-DIAS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

      *****************************************
      * REAJUSTE ANUAL: DEVIDO QUANDO O PERIODO CHEGOU AO
      * ANIVERSARIO DO ANO (MES DE REAJUSTE), O CONTRATO JA TEM 12
      * MESES E AINDA NAO FOI REAJUSTADO NESSE ANIVERSARIO
      *****************************************
       2400-APLICAR-REAJUSTE.
           IF CTR-MES-REAJUSTE > ZEROS
               COMPUTE WS-ANIVERSARIO =
                   WS-PF-ANO * 100 + CTR-MES-REAJUSTE
               COMPUTE WS-PRIMEIRO-ANIVERSARIO =
                   WS-INICIO-PERIODO + 100
               IF WS-ANIVERSARIO NOT > WS-PERIODO-FATURAMENTO
                       AND WS-ANIVERSARIO NOT < WS-PRIMEIRO-ANIVERSARIO
                       AND CTR-ULTIMO-REAJUSTE < WS-ANIVERSARIO
                   PERFORM 2410-BUSCAR-TAXA
                   IF TAXA-ACHADA
                       MOVE CTR-VALOR TO WS-VALOR-ANTERIOR
                       COMPUTE CTR-VALOR ROUNDED = CTR-VALOR
                           * (1 + WS-PERCENTUAL / 100)
                       MOVE WS-ANIVERSARIO TO CTR-ULTIMO-REAJUSTE
                       ADD 1 TO WS-CONT-REAJUSTES
                       PERFORM 2850-LISTAR-REAJUSTE
                   ELSE
                       MOVE SPACES TO RCF-LINHA
                       STRING CTR-CLIENTE "  " CTR-SEQUENCIA
                           " REAJUSTE PENDENTE - INDICE " CTR-INDICE
                           " SEM TAXA PARA " WS-ANIVERSARIO
                           DELIMITED BY SIZE INTO RCF-LINHA
                       WRITE RCF-LINHA
                   END-IF
               END-IF
           END-IF.

       2410-BUSCAR-TAXA.
           SET TAXA-NAO-ACHADA TO TRUE.

           PERFORM VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-IDX-QTD OR TAXA-ACHADA
               IF WS-IDX-INDICE(WS-IDX-I) = CTR-INDICE
                       AND WS-IDX-PERIODO(WS-IDX-I) = WS-ANIVERSARIO
                   MOVE WS-IDX-PERCENTUAL(WS-IDX-I) TO WS-PERCENTUAL
                   SET TAXA-ACHADA TO TRUE
               END-IF
           END-PERFORM.

      *****************************************
      * EMISSAO NO DIA DE FATURAMENTO DO MES (LIMITADO AO ULTIMO
      * DIA), VENCIMENTO PELO PRAZO DO CLIENTE ROLADO PARA O
      * PROXIMO DIA UTIL DA FILIAL
      *****************************************
       2500-CALCULAR-DATAS.
           MOVE WS-PERIODO-FATURAMENTO TO WS-EM-PERIODO.
           MOVE CTR-DIA-FATURAMENTO TO WS-EM-DIA.

           EVALUATE WS-PF-MES
               WHEN 2
                   MOVE 28 TO WS-ULTIMO-DIA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA-MES
           END-EVALUATE.

           IF WS-EM-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-EM-DIA
           END-IF.

           SET CAL-FUNCAO-SOMAR TO TRUE.
           MOVE WS-DATA-EMISSAO TO CAL-DATA.
           MOVE WS-PRAZO-DIAS TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.

           SET CAL-FUNCAO-DIA-UTIL TO TRUE.
           MOVE CAL-DATA-RESULTADO TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-NAO
               SET CAL-FUNCAO-PROXIMO TO TRUE
               CALL "CALNEG" USING CAL-AREA
           END-IF.

      *****************************************
      * TITULO DO MES: DOCUMENTO 8CCCAAMM. TITULO JA EXISTENTE
      * (RODADA ANTERIOR INTERROMPIDA) SO ATUALIZA O PERIODO
      * FATURADO DO CONTRATO, SEM SEGUNDA COBRANCA
      *****************************************
       2600-GRAVAR-TITULO.
           MOVE 8 TO WS-DCT-PREFIXO.
           MOVE CTR-SEQUENCIA TO WS-DCT-SEQUENCIA.
           MOVE WS-PF-ANO(3:2) TO WS-DCT-ANO.
           MOVE WS-PF-MES TO WS-DCT-MES.

           MOVE CTR-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOC-CONTRATO TO REC-DOCUMENTO.
           MOVE WS-DATA-EMISSAO TO REC-DATA-EMISSAO.
           MOVE CAL-DATA-RESULTADO TO REC-VENCIMENTO.
           MOVE CTR-VALOR TO REC-VALOR.
           MOVE CTR-VALOR TO REC-SALDO.
           MOVE "N" TO REC-SITUACAO-BANCO.
           MOVE "T" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONT-JA-FATURADOS
                   MOVE "TITULO DO MES JA EXISTIA - NAO REFATURADO"
                       TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TITULOS
                   ADD REC-VALOR TO WS-TOTAL-FATURADO
                   MOVE "FATURADO" TO WS-MOTIVO
                   PERFORM 2650-LOGAR-FATURAMENTO
           END-WRITE.
           MOVE "00" TO WS-FS-CTRECEB.

           PERFORM 2700-LISTAR-TITULO.

           MOVE WS-PERIODO-FATURAMENTO TO CTR-ULTIMO-PERIODO.
           REWRITE CTR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CONTRATO "
                       CTR-CLIENTE "/" CTR-SEQUENCIA
           END-REWRITE.

       2650-LOGAR-FATURAMENTO.
           MOVE SPACES TO CFL-LINHA.
           MOVE DMV-DATA TO CFL-DATA.
           MOVE REC-CLIENTE TO CFL-CLIENTE.
           MOVE REC-DOCUMENTO TO CFL-DOCUMENTO.
           MOVE REC-DATA-EMISSAO TO CFL-EMISSAO.
           MOVE REC-VALOR TO CFL-VALOR.
           WRITE CFL-LINHA.

       2700-LISTAR-TITULO.
           MOVE REC-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING REC-CLIENTE "  " CTR-SEQUENCIA " " REC-DOCUMENTO
               "  " REC-DATA-EMISSAO " " REC-VENCIMENTO " "
               WS-VALOR-EDITADO " " WS-MOTIVO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

       2800-LISTAR-RECUSA.
           MOVE CTR-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING CTR-CLIENTE "  " CTR-SEQUENCIA " NAO FATURADO "
               WS-VALOR-EDITADO " - " WS-MOTIVO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

       2850-LISTAR-REAJUSTE.
           MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-EDITADO.
           MOVE CTR-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-PERCENTUAL TO WS-PERC-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING CTR-CLIENTE "  " CTR-SEQUENCIA " REAJUSTE "
               CTR-INDICE " " WS-ANIVERSARIO " " WS-PERC-EDITADO
               "% DE " WS-ANTERIOR-EDITADO " PARA " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

       9000-FINALIZAR.
           MOVE SPACES TO RCF-LINHA.
           WRITE RCF-LINHA.

           MOVE WS-CONT-TITULOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING "TITULOS GERADOS: " WS-CONT-EDITADO
               " VALOR FATURADO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

           MOVE WS-CONT-JA-FATURADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING "JA FATURADOS NO PERIODO: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

           MOVE WS-CONT-REAJUSTES TO WS-CONT-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING "CONTRATOS REAJUSTADOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

           MOVE WS-CONT-RECUSADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RCF-LINHA.
           STRING "CONTRATOS NAO FATURADOS: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RCF-LINHA.
           WRITE RCF-LINHA.

           IF WS-FS-CONTRAT = "10"
               CLOSE CONTRATOS
           END-IF.
           CLOSE CONTAS-RECEBER.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE RELATORIO-FATURAMENTO.
           CLOSE LOG-FATURAMENTO.

           MOVE WS-CONT-TITULOS TO WS-CONT-EDITADO.
           DISPLAY "CONTRATOS FATURADOS NO PERIODO " WS-PF-ANO "/"
               WS-PF-MES ": " WS-CONT-EDITADO
               " - RELATORIO EM RELCTRF".

       END PROGRAM CONTRFAT.
