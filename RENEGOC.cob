       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
      *************************************
      *OBJETIVO: RENEGOCIACAO DA DIVIDA DO CLIENTE INADIMPLENTE:
      *SELECIONA OS TITULOS VENCIDOS DO CLIENTE NO CTRECEB, APURA A
      *DIVIDA ATUALIZADA COM OS JUROS E A MULTA DO JURCFG (MESMA
      *REGRA DA BAIXAREC), APLICA O DESCONTO NEGOCIADO ATE O TETO
      *DO RNGCFG (ACIMA DELE SO COM LIBERACAO DO SUPERVISOR PELO
      *PROGRAM-09, NIVEL 03, LOGADA NO OVERLOG) E GERA O PLANO NOVO
      *DE PARCELAS NO CTRECEB (DOCUMENTO 9PPPPPNN, VENCIMENTOS MES A
      *MES EM DIA UTIL DA FILIAL DO CLIENTE). OS TITULOS ORIGINAIS
      *SAO BAIXADOS COM MOTIVO DE RENEGOCIACAO (REC-RENEG-SITUACAO
      *"R") APONTANDO PARA O PLANO NOVO, O NEGATIVADO ENTRA NO
      *NEGBAIXA PARA REMOCAO DO BIROU E TUDO FICA NO LOG RENEGLOG.
      *O RELATORIO MENSAL (RELRENEG) TOTALIZA O VALOR RENEGOCIADO E
      *OS DESCONTOS CONCEDIDOS NO MES E LISTA OS PLANOS QUEBRADOS:
      *PARCELA EM ABERTO VENCIDA HA MAIS DIAS QUE O PRAZO DO RNGCFG
      *OU PARCELA JA RENEGOCIADA DE NOVO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT CONFIG-ENCARGOS ASSIGN TO "JURCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-JURCFG.

               SELECT CONFIG-RENEGOCIACAO ASSIGN TO "RNGCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RNGCFG.

               SELECT LOG-RENEGOCIACOES ASSIGN TO "RENEGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RENEGLOG.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.

               SELECT REMOCAO-BIROU ASSIGN TO "NEGBAIXA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-NEGBAIXA.

               SELECT RELATORIO-RENEGOCIACAO ASSIGN TO "RELRENEG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELRENEG.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONFIG-ENCARGOS
               LABEL RECORD IS STANDARD.
           01  JUR-LINHA.
               05 JUR-TAXA-MENSAL PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 JUR-MULTA-FIXA PIC 9(6)V99.

           FD  CONFIG-RENEGOCIACAO
               LABEL RECORD IS STANDARD.
           01  RNC-LINHA.
               05 RNC-DESCONTO-MAX-PERC PIC 9(2)V99.
               05 FILLER PIC X(1).
               05 RNC-MAX-PARCELAS PIC 9(2).
               05 FILLER PIC X(1).
               05 RNC-DIAS-QUEBRA PIC 9(3).

           FD  LOG-RENEGOCIACOES
               LABEL RECORD IS STANDARD.
           01  RNL-PLANO.
               05 RNL-TIPO PIC X(1).
                   88 RNL-TIPO-PLANO VALUE "P".
                   88 RNL-TIPO-ORIGINAL VALUE "T".
               05 FILLER PIC X(1).
               05 RNL-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RNL-PLANO-DOC PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-PRINCIPAL PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-ENCARGOS PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-DESCONTO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-VALOR-PLANO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-PARCELAS PIC 9(2).
               05 FILLER PIC X(1).
               05 RNL-OPERADOR PIC X(10).
               05 FILLER PIC X(1).
               05 RNL-APROVADOR PIC X(10).
           01  RNL-ORIGINAL.
               05 RNL-O-TIPO PIC X(1).
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
               05 FILLER PIC X(1).
               05 RNL-O-JUROS PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-O-MULTA PIC 9(8)V99.

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  REMOCAO-BIROU
               LABEL RECORD IS STANDARD.
           01  NGB-LINHA.
               05 NGB-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 NGB-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 NGB-DOCUMENTO PIC 9(8).

           FD  RELATORIO-RENEGOCIACAO
               LABEL RECORD IS STANDARD.
           01  RRN-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-JURCFG PIC X(2) VALUE "00".
           77 WS-FS-RNGCFG PIC X(2) VALUE "00".
           77 WS-FS-RENEGLOG PIC X(2) VALUE "00".
           77 WS-FS-OVERLOG PIC X(2) VALUE "00".
           77 WS-FS-NEGBAIXA PIC X(2) VALUE "00".
           77 WS-FS-RELRENEG PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-APROVADOR PIC X(10).
           77 WS-SUP-PIN PIC X(4).
           77 WS-CLIENTE PIC 9(6).
           77 WS-TAXA-MENSAL PIC 9(2)V99 VALUE ZEROS.
           77 WS-MULTA-FIXA PIC 9(6)V99 VALUE ZEROS.
           77 WS-DESCONTO-MAX-PERC PIC 9(2)V99 VALUE 10.
           77 WS-MAX-PARCELAS PIC 9(2) VALUE 12.
           77 WS-DIAS-QUEBRA PIC 9(3) VALUE 30.
           77 WS-DIAS-ATRASO PIC 9(4).
           77 WS-JUROS PIC 9(8)V99.
           77 WS-MULTA PIC 9(8)V99.
           77 WS-TOTAL-PRINCIPAL PIC 9(8)V99.
           77 WS-TOTAL-JUROS PIC 9(8)V99.
           77 WS-TOTAL-MULTA PIC 9(8)V99.
           77 WS-TOTAL-ENCARGOS PIC 9(8)V99.
           77 WS-DIVIDA-ATUALIZADA PIC 9(8)V99.
           77 WS-DESCONTO PIC 9(8)V99.
           77 WS-DESCONTO-LIMITE PIC 9(8)V99.
           77 WS-VALOR-PLANO PIC 9(8)V99.
           77 WS-NUM-PARCELAS PIC 9(2).
           77 WS-VALOR-PARCELA PIC 9(8)V99.
           77 WS-VALOR-ULTIMA PIC 9(8)V99.
           77 WS-PARCELA PIC 9(2).
           77 WS-ULTIMO-PLANO PIC 9(5).
           77 WS-CONT-PARCELAS PIC 9(2) VALUE ZEROS.
           77 WS-CONT-BAIXADOS PIC 9(2) VALUE ZEROS.
           77 WS-ULTIMO-DIA-MES PIC 9(2).
           77 WS-OVR-DATA PIC 9(8).
           77 WS-OVR-HORA PIC 9(8).
           77 WS-DATA-CORTE PIC 9(8).
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-JUROS-EDITADO PIC Z(6)9,99.
           77 WS-MULTA-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CONT-EDITADO PIC Z(3)9.
           77 WS-CADASTROS-SW PIC X(1) VALUE "S".
               88 CADASTROS-DISPONIVEIS VALUE "S".
               88 CADASTROS-INDISPONIVEIS VALUE "N".
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".
           77 WS-TIT-QTD PIC 9(2) VALUE ZEROS.
           77 WS-TIT-I PIC 9(2).
           77 WS-TIT-MAXIMO PIC 9(2) VALUE 50.
           01 WS-TAB-TITULOS.
               05 WS-TIT-ITEM OCCURS 50 TIMES.
                   10 WS-TIT-DOCUMENTO PIC 9(8).
                   10 WS-TIT-SALDO PIC 9(8)V99.
                   10 WS-TIT-JUROS PIC 9(8)V99.
                   10 WS-TIT-MULTA PIC 9(8)V99.
           01 WS-DOC-RENEG.
               05 WS-DRN-PREFIXO PIC 9(1).
               05 WS-DRN-PLANO PIC 9(5).
               05 WS-DRN-PARCELA PIC 9(2).
           77 WS-PLANO-BASE PIC 9(8).
           01 WS-DATA-VENCIMENTO.
               05 WS-VC-ANO PIC 9(4).
               05 WS-VC-MES PIC 9(2).
               05 WS-VC-DIA PIC 9(2).
           77 WS-ANO-RELATORIO PIC 9(4).
           77 WS-MES-RELATORIO PIC 9(2).
           01 WS-PERIODO-RELATORIO.
               05 WS-PR-ANO PIC 9(4).
               05 WS-PR-MES PIC 9(2).
           77 WS-REL-PLANOS PIC 9(4).
           77 WS-REL-PRINCIPAL PIC 9(10)V99.
           77 WS-REL-ENCARGOS PIC 9(10)V99.
           77 WS-REL-DESCONTO PIC 9(10)V99.
           77 WS-REL-RENEGOCIADO PIC 9(10)V99.
           77 WS-REL-QUEBRADOS PIC 9(4).
           77 WS-REL-SALDO-QUEBRADO PIC 9(10)V99.
           77 WS-QB-CLIENTE PIC 9(6).
           77 WS-QB-PLANO PIC 9(5).
           77 WS-QB-EMISSAO PIC 9(8).
           77 WS-QB-PARCELAS PIC 9(2).
           77 WS-QB-ATRASADAS PIC 9(2).
           77 WS-QB-SALDO PIC 9(8)V99.
           77 WS-QB-RENEGOCIADO-SW PIC X(1).
               88 QB-RENEGOCIADO-DE-NOVO VALUE "S".
           77 WS-QB-SITUACAO PIC X(22).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "SIGNON-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR".
           ACCEPT WS-OPERADOR.

           PERFORM 1100-CARREGAR-CONFIG.
           PERFORM 1200-CARREGAR-ENCARGOS.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE - "
                   "RENEGOCIACAO DESLIGADA"
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - "
                   "RENEGOCIACAO DESLIGADA"
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

      *****************************************
      * RNGCFG (UMA LINHA): TETO DO DESCONTO SEM LIBERACAO (% DA
      * DIVIDA ATUALIZADA), MAXIMO DE PARCELAS DO PLANO E DIAS DE
      * ATRASO DE PARCELA QUE QUEBRAM O PLANO. ARQUIVO AUSENTE OU
      * CAMPO INVALIDO ASSUME 10,00%, 12 E 30
      *****************************************
       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-RENEGOCIACAO.
           IF WS-FS-RNGCFG = "00"
               READ CONFIG-RENEGOCIACAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RNC-DESCONTO-MAX-PERC IS NUMERIC
                           MOVE RNC-DESCONTO-MAX-PERC
                               TO WS-DESCONTO-MAX-PERC
                       END-IF
                       IF RNC-MAX-PARCELAS IS NUMERIC
                               AND RNC-MAX-PARCELAS > ZEROS
                           MOVE RNC-MAX-PARCELAS TO WS-MAX-PARCELAS
                       END-IF
                       IF RNC-DIAS-QUEBRA IS NUMERIC
                               AND RNC-DIAS-QUEBRA > ZEROS
                           MOVE RNC-DIAS-QUEBRA TO WS-DIAS-QUEBRA
                       END-IF
               END-READ
               CLOSE CONFIG-RENEGOCIACAO
           END-IF.
           MOVE "00" TO WS-FS-RNGCFG.

       1200-CARREGAR-ENCARGOS.
           OPEN INPUT CONFIG-ENCARGOS.
           IF WS-FS-JURCFG = "00"
               READ CONFIG-ENCARGOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE JUR-TAXA-MENSAL TO WS-TAXA-MENSAL
                       MOVE JUR-MULTA-FIXA TO WS-MULTA-FIXA
               END-READ
               CLOSE CONFIG-ENCARGOS
           END-IF.
           MOVE "00" TO WS-FS-JURCFG.

       1900-EXIBIR-MENU.
           DISPLAY "1=RENEGOCIAR DIVIDA DO CLIENTE 2=RELATORIO MENSAL "
               "X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   IF CADASTROS-DISPONIVEIS
                       PERFORM 3000-RENEGOCIAR
                   ELSE
                       DISPLAY "CADASTROS INDISPONIVEIS - OPCAO "
                           "RECUSADA"
                   END-IF
               WHEN "2"
                   PERFORM 6000-RELATORIO-MENSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

      *****************************************
      * RENEGOCIACAO: CLIENTE, TITULOS VENCIDOS ESCOLHIDOS UM A UM,
      * DIVIDA ATUALIZADA, DESCONTO, PARCELAS E CONFIRMACAO; SO
      * DEPOIS DA CONFIRMACAO O CTRECEB E ALTERADO
      *****************************************
       3000-RENEGOCIAR.
           PERFORM 3100-PEDIR-CLIENTE.

           IF ENTRADA-VALIDA
               PERFORM 3200-SELECIONAR-TITULOS
               IF WS-TIT-QTD = ZEROS
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "NENHUM TITULO VENCIDO SELECIONADO - "
                       "RENEGOCIACAO CANCELADA"
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               PERFORM 3400-NEGOCIAR
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "CONFIRMA A RENEGOCIACAO E A BAIXA DOS TITULOS "
                   "ORIGINAIS (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 3500-EFETIVAR
               ELSE
                   DISPLAY "RENEGOCIACAO CANCELADA"
               END-IF
           END-IF.

       3100-PEDIR-CLIENTE.
           SET ENTRADA-INVALIDA TO TRUE.

           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           MOVE WS-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLI-NOME
                   MOVE CLI-FILIAL TO CAL-FILIAL
                   SET ENTRADA-VALIDA TO TRUE
           END-READ.
           MOVE "00" TO WS-FS-CADCLI.

      *****************************************
      * TITULOS VENCIDOS EM ABERTO DO CLIENTE, COM OS ENCARGOS NA
      * DATA DE HOJE; O OPERADOR INCLUI CADA UM NA RENEGOCIACAO
      *****************************************
       3200-SELECIONAR-TITULOS.
           MOVE ZEROS TO WS-TIT-QTD WS-TOTAL-PRINCIPAL WS-TOTAL-JUROS
               WS-TOTAL-MULTA.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE ZEROS TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 3210-SELECIONAR-TITULOS-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

       3210-SELECIONAR-TITULOS-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
                               AND REC-VENCIMENTO < DMV-DATA
                           PERFORM 3220-AVALIAR-TITULO
                       END-IF
                   END-IF
           END-READ.

       3220-AVALIAR-TITULO.
           IF WS-TIT-QTD >= WS-TIT-MAXIMO
               DISPLAY "LIMITE DE " WS-TIT-MAXIMO " TITULOS POR "
                   "RENEGOCIACAO - DOC " REC-DOCUMENTO " FORA"
           ELSE
               PERFORM 3300-CALCULAR-ENCARGOS
               MOVE REC-SALDO TO WS-VALOR-EDITADO
               MOVE WS-JUROS TO WS-JUROS-EDITADO
               MOVE WS-MULTA TO WS-MULTA-EDITADO
               DISPLAY "DOC " REC-DOCUMENTO " VENC " REC-VENCIMENTO
                   " ATRASO " WS-DIAS-ATRASO " SALDO "
                   WS-VALOR-EDITADO " JUROS " WS-JUROS-EDITADO
                   " MULTA " WS-MULTA-EDITADO
               DISPLAY "INCLUIR NA RENEGOCIACAO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   ADD 1 TO WS-TIT-QTD
                   MOVE REC-DOCUMENTO TO WS-TIT-DOCUMENTO(WS-TIT-QTD)
                   MOVE REC-SALDO TO WS-TIT-SALDO(WS-TIT-QTD)
                   MOVE WS-JUROS TO WS-TIT-JUROS(WS-TIT-QTD)
                   MOVE WS-MULTA TO WS-TIT-MULTA(WS-TIT-QTD)
                   ADD REC-SALDO TO WS-TOTAL-PRINCIPAL
                   ADD WS-JUROS TO WS-TOTAL-JUROS
                   ADD WS-MULTA TO WS-TOTAL-MULTA
               END-IF
           END-IF.

      *****************************************
      * ENCARGOS DE ATRASO NA DATA DE HOJE PELA REGRA DA BAIXAREC:
      * JUROS PRO RATA DA TAXA MENSAL (BASE 30 DIAS CORRIDOS) MAIS
      * MULTA FIXA SO PARA TITULO AINDA INTEGRO
      *****************************************
       3300-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-JUROS WS-MULTA.

           SET CAL-FUNCAO-DIFERENCA TO TRUE.
           MOVE REC-VENCIMENTO TO CAL-DATA.
           MOVE DMV-DATA TO CAL-DATA-2.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DIAS TO WS-DIAS-ATRASO.

           COMPUTE WS-JUROS ROUNDED =
               REC-SALDO * (WS-TAXA-MENSAL / 100)
               * WS-DIAS-ATRASO / 30.
           IF REC-SALDO = REC-VALOR
               MOVE WS-MULTA-FIXA TO WS-MULTA
           END-IF.

      *****************************************
      * DIVIDA ATUALIZADA, DESCONTO (ACIMA DO TETO SO COM O
      * SUPERVISOR; LIBERACAO NEGADA DESPREZA O DESCONTO) E NUMERO
      * DE PARCELAS DO PLANO NOVO
      *****************************************
       3400-NEGOCIAR.
           COMPUTE WS-TOTAL-ENCARGOS = WS-TOTAL-JUROS + WS-TOTAL-MULTA.
           COMPUTE WS-DIVIDA-ATUALIZADA =
               WS-TOTAL-PRINCIPAL + WS-TOTAL-ENCARGOS.
           COMPUTE WS-DESCONTO-LIMITE ROUNDED =
               WS-DIVIDA-ATUALIZADA * (WS-DESCONTO-MAX-PERC / 100).

           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-EDITADO.
           DISPLAY "PRINCIPAL EM ATRASO..: " WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-ENCARGOS TO WS-TOTAL-EDITADO.
           DISPLAY "JUROS E MULTA........: " WS-TOTAL-EDITADO.
           MOVE WS-DIVIDA-ATUALIZADA TO WS-TOTAL-EDITADO.
           DISPLAY "DIVIDA ATUALIZADA....: " WS-TOTAL-EDITADO.
           MOVE WS-DESCONTO-LIMITE TO WS-TOTAL-EDITADO.
           DISPLAY "DESCONTO SEM LIBERACAO ATE: " WS-TOTAL-EDITADO.

           MOVE SPACES TO WS-APROVADOR.
           DISPLAY "DIGITE O DESCONTO NEGOCIADO (VALOR)".
           ACCEPT WS-DESCONTO.

           IF WS-DESCONTO >= WS-DIVIDA-ATUALIZADA
               SET ENTRADA-INVALIDA TO TRUE
               DISPLAY "DESCONTO NAO PODE COBRIR A DIVIDA INTEIRA - "
                   "RENEGOCIACAO CANCELADA"
           END-IF.

           IF ENTRADA-VALIDA AND WS-DESCONTO > WS-DESCONTO-LIMITE
               PERFORM 3450-LIBERAR-DESCONTO
           END-IF.

           IF ENTRADA-VALIDA
               DISPLAY "DIGITE O NUMERO DE PARCELAS (1 A "
                   WS-MAX-PARCELAS ")"
               ACCEPT WS-NUM-PARCELAS
               IF WS-NUM-PARCELAS < 1
                       OR WS-NUM-PARCELAS > WS-MAX-PARCELAS
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "NUMERO DE PARCELAS INVALIDO - "
                       "RENEGOCIACAO CANCELADA"
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               COMPUTE WS-VALOR-PLANO =
                   WS-DIVIDA-ATUALIZADA - WS-DESCONTO
               DIVIDE WS-VALOR-PLANO BY WS-NUM-PARCELAS
                   GIVING WS-VALOR-PARCELA ROUNDED
               COMPUTE WS-VALOR-ULTIMA = WS-VALOR-PLANO
                   - WS-VALOR-PARCELA * (WS-NUM-PARCELAS - 1)

               MOVE WS-VALOR-PLANO TO WS-TOTAL-EDITADO
               DISPLAY "VALOR DO PLANO.......: " WS-TOTAL-EDITADO
               MOVE WS-VALOR-PARCELA TO WS-VALOR-EDITADO
               MOVE WS-VALOR-ULTIMA TO WS-JUROS-EDITADO
               DISPLAY WS-NUM-PARCELAS " PARCELAS DE "
                   WS-VALOR-EDITADO " (ULTIMA " WS-JUROS-EDITADO ")"
           END-IF.

       3450-LIBERAR-DESCONTO.
           DISPLAY "*** DESCONTO ACIMA DO TETO ***".
           DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               DISPLAY "DESCONTO LIBERADO PELO SUPERVISOR"
               MOVE SGN-USUARIO TO WS-APROVADOR
           ELSE
               DISPLAY "LIBERACAO NEGADA - DESCONTO DESPREZADO"
               MOVE ZEROS TO WS-DESCONTO
           END-IF.

      *****************************************
      * EFETIVACAO: PROXIMO PLANO DO CLIENTE, PARCELAS NOVAS NO
      * CTRECEB, BAIXA DOS ORIGINAIS COM MOTIVO DE RENEGOCIACAO E
      * REGISTRO NO RENEGLOG (E NO OVERLOG QUANDO HOUVE LIBERACAO)
      *****************************************
       3500-EFETIVAR.
           PERFORM 3510-PROXIMO-PLANO.

           OPEN EXTEND LOG-RENEGOCIACOES.
           IF WS-FS-RENEGLOG NOT = "00"
               OPEN OUTPUT LOG-RENEGOCIACOES
           END-IF.

           MOVE ZEROS TO WS-CONT-PARCELAS WS-CONT-BAIXADOS.
           PERFORM 3520-GRAVAR-PARCELA
               VARYING WS-PARCELA FROM 1 BY 1
               UNTIL WS-PARCELA > WS-NUM-PARCELAS.

           IF WS-CONT-PARCELAS = WS-NUM-PARCELAS
               PERFORM 3540-BAIXAR-ORIGINAL
                   VARYING WS-TIT-I FROM 1 BY 1
                   UNTIL WS-TIT-I > WS-TIT-QTD
               PERFORM 3560-GRAVAR-LOG-PLANO
               IF WS-APROVADOR NOT = SPACES
                   PERFORM 3570-GRAVAR-LIBERACAO
               END-IF
               MOVE WS-CONT-BAIXADOS TO WS-CONT-EDITADO
               DISPLAY "PLANO " WS-PLANO-BASE " GERADO - TITULOS "
                   "ORIGINAIS BAIXADOS: " WS-CONT-EDITADO
           ELSE
               DISPLAY "ERRO NA GERACAO DAS PARCELAS DO PLANO "
                   WS-PLANO-BASE " - TITULOS ORIGINAIS MANTIDOS"
           END-IF.

           CLOSE LOG-RENEGOCIACOES.
           MOVE "00" TO WS-FS-RENEGLOG.

       3510-PROXIMO-PLANO.
           MOVE ZEROS TO WS-ULTIMO-PLANO.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE 90000000 TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 3515-PROXIMO-PLANO-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           MOVE 9 TO WS-DRN-PREFIXO.
           COMPUTE WS-DRN-PLANO = WS-ULTIMO-PLANO + 1.
           MOVE ZEROS TO WS-DRN-PARCELA.
           MOVE WS-DOC-RENEG TO WS-PLANO-BASE.

       3515-PROXIMO-PLANO-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       MOVE REC-DOCUMENTO TO WS-DOC-RENEG
                       IF WS-DRN-PLANO > WS-ULTIMO-PLANO
                           MOVE WS-DRN-PLANO TO WS-ULTIMO-PLANO
                       END-IF
                   END-IF
           END-READ.

       3520-GRAVAR-PARCELA.
           PERFORM 3530-CALCULAR-VENCIMENTO.

           MOVE WS-PLANO-BASE TO WS-DOC-RENEG.
           MOVE WS-PARCELA TO WS-DRN-PARCELA.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOC-RENEG TO REC-DOCUMENTO.
           MOVE DMV-DATA TO REC-DATA-EMISSAO.
           MOVE CAL-DATA-RESULTADO TO REC-VENCIMENTO.
           IF WS-PARCELA = WS-NUM-PARCELAS
               MOVE WS-VALOR-ULTIMA TO REC-VALOR
           ELSE
               MOVE WS-VALOR-PARCELA TO REC-VALOR
           END-IF.
           MOVE REC-VALOR TO REC-SALDO.
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
                   DISPLAY "PARCELA " WS-PARCELA " DO PLANO JA "
                       "EXISTE - NAO GERADA"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-PARCELAS
           END-WRITE.

      *****************************************
      * VENCIMENTO DA PARCELA: MESMO DIA N MESES DEPOIS DE HOJE
      * (LIMITADO AO ULTIMO DIA DO MES), ROLADO PARA O PROXIMO DIA
      * UTIL DA FILIAL DO CLIENTE
      *****************************************
       3530-CALCULAR-VENCIMENTO.
           MOVE DMV-DATA TO WS-DATA-VENCIMENTO.

           ADD WS-PARCELA TO WS-VC-MES.
           PERFORM UNTIL WS-VC-MES <= 12
               SUBTRACT 12 FROM WS-VC-MES
               ADD 1 TO WS-VC-ANO
           END-PERFORM.

           EVALUATE WS-VC-MES
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

           IF WS-VC-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-VC-DIA
           END-IF.

           SET CAL-FUNCAO-DIA-UTIL TO TRUE.
           MOVE WS-DATA-VENCIMENTO TO CAL-DATA.
           MOVE ZEROS TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-NAO
               SET CAL-FUNCAO-PROXIMO TO TRUE
               MOVE WS-DATA-VENCIMENTO TO CAL-DATA
               CALL "CALNEG" USING CAL-AREA
           END-IF.

      *****************************************
      * TITULO ORIGINAL: SALDO ZERADO COM MOTIVO DE RENEGOCIACAO E
      * LIGACAO AO PLANO NOVO; O NEGATIVADO VAI PARA O NEGBAIXA
      *****************************************
       3540-BAIXAR-ORIGINAL.
           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-TIT-DOCUMENTO(WS-TIT-I) TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY "TITULO " WS-TIT-DOCUMENTO(WS-TIT-I)
                       " NAO ENCONTRADO NA BAIXA"
               NOT INVALID KEY
                   MOVE ZEROS TO REC-SALDO
                   MOVE DMV-DATA TO REC-DATA-BAIXA
                   MOVE "R" TO REC-RENEG-SITUACAO
                   MOVE WS-PLANO-BASE TO REC-RENEG-PLANO
                   REWRITE REC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR O TITULO "
                               REC-DOCUMENTO
                       NOT INVALID KEY
                           PERFORM 3545-REGISTRAR-ORIGINAL
                   END-REWRITE
           END-READ.
           MOVE "00" TO WS-FS-CTRECEB.

       3545-REGISTRAR-ORIGINAL.
           ADD 1 TO WS-CONT-BAIXADOS.

           MOVE SPACES TO RNL-ORIGINAL.
           MOVE "T" TO RNL-O-TIPO.
           MOVE DMV-DATA TO RNL-O-DATA.
           MOVE WS-CLIENTE TO RNL-O-CLIENTE.
           MOVE WS-PLANO-BASE TO RNL-O-PLANO-DOC.
           MOVE REC-DOCUMENTO TO RNL-O-DOCUMENTO.
           MOVE WS-TIT-SALDO(WS-TIT-I) TO RNL-O-SALDO.
           MOVE WS-TIT-JUROS(WS-TIT-I) TO RNL-O-JUROS.
           MOVE WS-TIT-MULTA(WS-TIT-I) TO RNL-O-MULTA.
           WRITE RNL-ORIGINAL.

           IF REC-NEG-ENVIADO OR REC-NEG-CONFIRMADO
               PERFORM 3550-REGISTRAR-REMOCAO-BIROU
           END-IF.

       3550-REGISTRAR-REMOCAO-BIROU.
           OPEN EXTEND REMOCAO-BIROU.
           IF WS-FS-NEGBAIXA NOT = "00"
               OPEN OUTPUT REMOCAO-BIROU
           END-IF.

           MOVE SPACES TO NGB-LINHA.
           MOVE DMV-DATA TO NGB-DATA.
           MOVE REC-CLIENTE TO NGB-CLIENTE.
           MOVE REC-DOCUMENTO TO NGB-DOCUMENTO.
           WRITE NGB-LINHA.

           CLOSE REMOCAO-BIROU.
           MOVE "00" TO WS-FS-NEGBAIXA.

           DISPLAY "TITULO NEGATIVADO RENEGOCIADO - REMOCAO GRAVADA "
               "EM NEGBAIXA".

       3560-GRAVAR-LOG-PLANO.
           MOVE SPACES TO RNL-PLANO.
           MOVE "P" TO RNL-TIPO.
           MOVE DMV-DATA TO RNL-DATA.
           MOVE WS-CLIENTE TO RNL-CLIENTE.
           MOVE WS-PLANO-BASE TO RNL-PLANO-DOC.
           MOVE WS-TOTAL-PRINCIPAL TO RNL-PRINCIPAL.
           MOVE WS-TOTAL-ENCARGOS TO RNL-ENCARGOS.
           MOVE WS-DESCONTO TO RNL-DESCONTO.
           MOVE WS-VALOR-PLANO TO RNL-VALOR-PLANO.
           MOVE WS-NUM-PARCELAS TO RNL-PARCELAS.
           MOVE WS-OPERADOR TO RNL-OPERADOR.
           MOVE WS-APROVADOR TO RNL-APROVADOR.
           WRITE RNL-PLANO.

       3570-GRAVAR-LIBERACAO.
           MOVE DMV-DATA TO WS-OVR-DATA.
           ACCEPT WS-OVR-HORA FROM TIME.

           OPEN EXTEND LOG-LIBERACOES.
           IF WS-FS-OVERLOG NOT = "00"
               OPEN OUTPUT LOG-LIBERACOES
           END-IF.

           MOVE SPACES TO OVR-LINHA.
           STRING WS-APROVADOR " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU DESCONTO RENEGOCIACAO " WS-PLANO-BASE
               " CLIENTE " WS-CLIENTE
               " DIVIDA " WS-DIVIDA-ATUALIZADA
               " DESCONTO " WS-DESCONTO
               " TETO " WS-DESCONTO-MAX-PERC "%"
               DELIMITED BY SIZE INTO OVR-LINHA.
           WRITE OVR-LINHA.

           CLOSE LOG-LIBERACOES.
           MOVE "00" TO WS-FS-OVERLOG.

      *****************************************
      * RELATORIO MENSAL (RELRENEG): PLANOS GERADOS NO MES COM O
      * VALOR RENEGOCIADO E O DESCONTO, E OS PLANOS QUEBRADOS ATE
      * HOJE (QUALQUER QUE SEJA O MES DE ORIGEM)
      *****************************************
       6000-RELATORIO-MENSAL.
           DISPLAY "DIGITE O ANO DO RELATORIO (EX: 2026)".
           ACCEPT WS-ANO-RELATORIO.

           DISPLAY "DIGITE O MES DO RELATORIO (1 A 12)".
           ACCEPT WS-MES-RELATORIO.

           MOVE WS-ANO-RELATORIO TO WS-PR-ANO.
           MOVE WS-MES-RELATORIO TO WS-PR-MES.

           MOVE ZEROS TO WS-REL-PLANOS WS-REL-PRINCIPAL
               WS-REL-ENCARGOS WS-REL-DESCONTO WS-REL-RENEGOCIADO
               WS-REL-QUEBRADOS WS-REL-SALDO-QUEBRADO.

           OPEN OUTPUT RELATORIO-RENEGOCIACAO.

           MOVE SPACES TO RRN-LINHA.
           STRING "RENEGOCIACOES DE DIVIDA NO PERIODO "
               WS-ANO-RELATORIO "/" WS-MES-RELATORIO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE SPACES TO RRN-LINHA.
           STRING "DATA     CLIENTE PLANO    PRINCIPAL"
               "    ENCARGOS    DESCONTO  RENEGOCIADO PC APROVADOR"
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           OPEN INPUT LOG-RENEGOCIACOES.
           IF WS-FS-RENEGLOG = "00"
               PERFORM 6100-LISTAR-PLANOS
                   UNTIL WS-FS-RENEGLOG NOT = "00"
               CLOSE LOG-RENEGOCIACOES
           END-IF.
           MOVE "00" TO WS-FS-RENEGLOG.

           PERFORM 6150-TOTALIZAR-PLANOS.

           IF CADASTROS-DISPONIVEIS
               PERFORM 6200-PLANOS-QUEBRADOS
           END-IF.

           CLOSE RELATORIO-RENEGOCIACAO.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELRENEG".

       6100-LISTAR-PLANOS.
           READ LOG-RENEGOCIACOES
               AT END
                   MOVE "10" TO WS-FS-RENEGLOG
               NOT AT END
                   IF RNL-TIPO-PLANO
                           AND RNL-DATA(1:6) = WS-PERIODO-RELATORIO
                       PERFORM 6110-LISTAR-PLANO
                   END-IF
           END-READ.

       6110-LISTAR-PLANO.
           ADD 1 TO WS-REL-PLANOS.
           ADD RNL-PRINCIPAL TO WS-REL-PRINCIPAL.
           ADD RNL-ENCARGOS TO WS-REL-ENCARGOS.
           ADD RNL-DESCONTO TO WS-REL-DESCONTO.
           ADD RNL-VALOR-PLANO TO WS-REL-RENEGOCIADO.

           MOVE SPACES TO RRN-LINHA.
           MOVE RNL-PRINCIPAL TO WS-VALOR-EDITADO.
           MOVE RNL-ENCARGOS TO WS-JUROS-EDITADO.
           MOVE RNL-DESCONTO TO WS-MULTA-EDITADO.
           MOVE RNL-VALOR-PLANO TO WS-TOTAL-EDITADO.
           STRING RNL-DATA " " RNL-CLIENTE "  " RNL-PLANO-DOC " "
               WS-VALOR-EDITADO " " WS-JUROS-EDITADO " "
               WS-MULTA-EDITADO " " WS-TOTAL-EDITADO " "
               RNL-PARCELAS " " RNL-APROVADOR
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

       6150-TOTALIZAR-PLANOS.
           MOVE SPACES TO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE WS-REL-PLANOS TO WS-CONT-EDITADO.
           MOVE WS-REL-RENEGOCIADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RRN-LINHA.
           STRING "PLANOS GERADOS: " WS-CONT-EDITADO
               " VALOR RENEGOCIADO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE WS-REL-PRINCIPAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RRN-LINHA.
           STRING "PRINCIPAL RENEGOCIADO....: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE WS-REL-ENCARGOS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RRN-LINHA.
           STRING "JUROS E MULTA INCORPORADOS: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE WS-REL-DESCONTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RRN-LINHA.
           STRING "DESCONTOS CONCEDIDOS......: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

      *****************************************
      * PLANOS QUEBRADOS: PERCORRE AS PARCELAS DE PLANO DO CTRECEB
      * (DOCUMENTO 9PPPPPNN) COM QUEBRA POR CLIENTE E PLANO; O
      * PLANO QUEBROU SE TEM PARCELA EM ABERTO VENCIDA ANTES DO
      * CORTE (HOJE MENOS OS DIAS DO RNGCFG) OU PARCELA QUE JA FOI
      * RENEGOCIADA DE NOVO
      *****************************************
       6200-PLANOS-QUEBRADOS.
           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           MOVE WS-DIAS-QUEBRA TO CAL-DIAS.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-CORTE.

           MOVE SPACES TO RRN-LINHA.
           WRITE RRN-LINHA.
           MOVE SPACES TO RRN-LINHA.
           STRING "PLANOS QUEBRADOS ATE " DMV-DATA
               " (PARCELA VENCIDA ANTES DE " WS-DATA-CORTE
               " OU RENEGOCIADA DE NOVO)"
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.
           MOVE SPACES TO RRN-LINHA.
           STRING "CLIENTE PLANO    EMISSAO  PARC ATRAS"
               "   SALDO ABERTO SITUACAO"
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

           MOVE ZEROS TO WS-QB-CLIENTE WS-QB-PLANO.
           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 6210-PLANOS-QUEBRADOS-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           IF WS-QB-PLANO > ZEROS
               PERFORM 6230-AVALIAR-PLANO
           END-IF.

           MOVE SPACES TO RRN-LINHA.
           WRITE RRN-LINHA.
           MOVE WS-REL-QUEBRADOS TO WS-CONT-EDITADO.
           MOVE WS-REL-SALDO-QUEBRADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO RRN-LINHA.
           STRING "PLANOS QUEBRADOS: " WS-CONT-EDITADO
               " SALDO EM ABERTO: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RRN-LINHA.
           WRITE RRN-LINHA.

       6210-PLANOS-QUEBRADOS-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-DOCUMENTO NOT < 90000000
                           AND REC-TIPO-TITULO
                       PERFORM 6220-ACUMULAR-PARCELA
                   END-IF
           END-READ.

       6220-ACUMULAR-PARCELA.
           MOVE REC-DOCUMENTO TO WS-DOC-RENEG.

           IF REC-CLIENTE NOT = WS-QB-CLIENTE
                   OR WS-DRN-PLANO NOT = WS-QB-PLANO
               IF WS-QB-PLANO > ZEROS
                   PERFORM 6230-AVALIAR-PLANO
               END-IF
               MOVE REC-CLIENTE TO WS-QB-CLIENTE
               MOVE WS-DRN-PLANO TO WS-QB-PLANO
               MOVE REC-DATA-EMISSAO TO WS-QB-EMISSAO
               MOVE ZEROS TO WS-QB-PARCELAS WS-QB-ATRASADAS
                   WS-QB-SALDO
               MOVE "N" TO WS-QB-RENEGOCIADO-SW
           END-IF.

           ADD 1 TO WS-QB-PARCELAS.
           ADD REC-SALDO TO WS-QB-SALDO.
           IF REC-SALDO > ZEROS AND REC-VENCIMENTO < WS-DATA-CORTE
               ADD 1 TO WS-QB-ATRASADAS
           END-IF.
           IF REC-RENEGOCIADO
               MOVE "S" TO WS-QB-RENEGOCIADO-SW
           END-IF.

       6230-AVALIAR-PLANO.
           IF WS-QB-ATRASADAS > ZEROS OR QB-RENEGOCIADO-DE-NOVO
               IF QB-RENEGOCIADO-DE-NOVO
                   MOVE "RENEGOCIADO DE NOVO" TO WS-QB-SITUACAO
               ELSE
                   MOVE "PARCELA EM ATRASO" TO WS-QB-SITUACAO
               END-IF
               ADD 1 TO WS-REL-QUEBRADOS
               ADD WS-QB-SALDO TO WS-REL-SALDO-QUEBRADO

               MOVE 9 TO WS-DRN-PREFIXO
               MOVE WS-QB-PLANO TO WS-DRN-PLANO
               MOVE ZEROS TO WS-DRN-PARCELA
               MOVE WS-QB-SALDO TO WS-TOTAL-EDITADO
               MOVE SPACES TO RRN-LINHA
               STRING WS-QB-CLIENTE "  " WS-DOC-RENEG " "
                   WS-QB-EMISSAO "  " WS-QB-PARCELAS "   "
                   WS-QB-ATRASADAS "  " WS-TOTAL-EDITADO " "
                   WS-QB-SITUACAO
                   DELIMITED BY SIZE INTO RRN-LINHA
               WRITE RRN-LINHA
           END-IF.

       9000-FINALIZAR.
           IF WS-FS-CTRECEB = "00"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.

           DISPLAY "RENEGOCIACAO ENCERRADA".

       END PROGRAM RENEGOC.
