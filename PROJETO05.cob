                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CADASTRO-GRUPOS ASSIGN TO "GRPMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRP-CODIGO
                   FILE STATUS IS WS-FS-GRPMST.

               SELECT INDICE-GRUPOS ASSIGN TO "GRPCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRC-CHAVE
                   FILE STATUS IS WS-FS-GRPCLI.

               SELECT LOG-LIBERACOES ASSIGN TO "OVERLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-OVERLOG.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT TABELA-MOTIVOS ASSIGN TO "MOTEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MTE-CODIGO
                   FILE STATUS IS WS-FS-MOTEST.

               SELECT RELATORIO-FORMAS ASSIGN TO "RELFPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELFPG.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT METAS-VENDAS ASSIGN TO "METASVND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TOTCTL.

               SELECT PONTO-CONTROLE ASSIGN TO "VNDCKPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-VNDCKPT.

               SELECT CONFIG-PONTO-CONTROLE ASSIGN TO "CKPCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CKPCFG.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-PRODUTO
                   FILE STATUS IS WS-FS-ESTOQUE.

               SELECT SALDOS-FILIAL ASSIGN TO "ESTFIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EFL-CHAVE
                   FILE STATUS IS WS-FS-ESTFIL.

               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT TABELA-PRECOS ASSIGN TO "PRECOTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VSM-CHAVE
                   FILE STATUS IS WS-FS-VENDSUM.

               SELECT ORCAMENTOS ASSIGN TO "ORCAMEN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORC-CHAVE
                   FILE STATUS IS WS-FS-ORCAMEN.

               SELECT ENTREGAS ASSIGN TO "ENTREGA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENT-NUMERO
                   FILE STATUS IS WS-FS-ENTREGA.

               SELECT PONTOS-FIDELIDADE ASSIGN TO "PONTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PTS-CHAVE
                   FILE STATUS IS WS-FS-PONTOS.

               SELECT CONFIG-PONTOS ASSIGN TO "PONTCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PONTCFG.

               SELECT CUSTODIA-CHEQUES ASSIGN TO "CHEQUES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CHQ-CHAVE
                   FILE STATUS IS WS-FS-CHEQUES.

               SELECT TABELA-ADQUIRENTES ASSIGN TO "ADQTAB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-ADQTAB.

               SELECT AGENDA-CARTOES ASSIGN TO "CARTREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRC-CHAVE
                   ALTERNATE RECORD KEY IS CRC-DATA-PREVISTA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CARTREC.

               SELECT CASOS-ATENDIMENTO ASSIGN TO "CASOSAC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAS-NUMERO
                   ALTERNATE RECORD KEY IS CAS-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CASOSAC.

               SELECT HISTORICO-CASOS ASSIGN TO "CASOLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CASOLOG.
       DATA DIVISION.
           FILE SECTION.
           FD  RELATORIO-VENDAS
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CADASTRO-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRUPO-REG.CPY".

           FD  INDICE-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRPCLI-REG.CPY".

           FD  LOG-LIBERACOES
               LABEL RECORD IS STANDARD.
           01  OVR-LINHA PIC X(120).

           FD  CADASTRO-VENDEDORES
               LABEL RECORD IS STANDARD.
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  TABELA-MOTIVOS
               LABEL RECORD IS STANDARD.
               COPY "MOTEST-REG.CPY".

           FD  RELATORIO-FORMAS
               LABEL RECORD IS STANDARD.
           01  FPG-LINHA PIC X(80).
               LABEL RECORD IS STANDARD.
               COPY "ESTOQUE-REG.CPY".

           FD  SALDOS-FILIAL
               LABEL RECORD IS STANDARD.
               COPY "ESTFIL-REG.CPY".

           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  TABELA-PRECOS
               LABEL RECORD IS STANDARD.
               COPY "PRECO-REG.CPY".
               LABEL RECORD IS STANDARD.
               COPY "CERTOPE-REG.CPY".

           FD  ORCAMENTOS
               LABEL RECORD IS STANDARD.
               COPY "ORCAMEN-REG.CPY".

           FD  ENTREGAS
               LABEL RECORD IS STANDARD.
               COPY "ENTREGA-REG.CPY".

           FD  PONTOS-FIDELIDADE
               LABEL RECORD IS STANDARD.
               COPY "PONTOS-REG.CPY".

           FD  CONFIG-PONTOS
               LABEL RECORD IS STANDARD.
               COPY "PONTCFG-REG.CPY".

           FD  CUSTODIA-CHEQUES
               LABEL RECORD IS STANDARD.
               COPY "CHEQUE-REG.CPY".

           FD  TABELA-ADQUIRENTES
               LABEL RECORD IS STANDARD.
               COPY "ADQTAB-REG.CPY".

           FD  AGENDA-CARTOES
               LABEL RECORD IS STANDARD.
               COPY "CARTREC-REG.CPY".

           FD  CASOS-ATENDIMENTO
               LABEL RECORD IS STANDARD.
               COPY "CASOSAC-REG.CPY".

           FD  HISTORICO-CASOS
               LABEL RECORD IS STANDARD.
               COPY "CASOLOG-REG.CPY".

           FD  ACESSO-LOG
               LABEL RECORD IS STANDARD.
           01  ACS-LINHA PIC X(80).
               05 MOV-MOEDA PIC X(3).
               05 FILLER PIC X(1).
               05 MOV-VALOR-ORIGINAL PIC 9(6)V99.
               05 FILLER PIC X(1).
               05 MOV-PEDIDO-WEB PIC X(10).

           FD  PONTO-CONTROLE
               LABEL RECORD IS STANDARD.
               COPY "VNDCKPT-REG.CPY".

      *****************************************
      * QUANTOS REGISTROS DO MOVVND ENTRE UM PONTO DE CONTROLE E
      * OUTRO (EX: 00050); SEM O ARQUIVO, A CADA REGISTRO
      *****************************************
           FD  CONFIG-PONTO-CONTROLE
               LABEL RECORD IS STANDARD.
           01  CKC-LINHA.
               05 CKC-INTERVALO PIC 9(5).

       WORKING-STORAGE SECTION.
           77 WS-MES PIC 9(2).
               88 VENDEDORES-INDISPONIVEL VALUE "N".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-PRODUTO PIC 9(6) VALUE ZEROS.
           77 WS-CODIGO-LIDO PIC 9(13) VALUE ZEROS.
           77 WS-CODIGO-SW PIC X(1) VALUE "S".
               88 CODIGO-IDENTIFICADO VALUE "S".
               88 CODIGO-NAO-IDENTIFICADO VALUE "N".
           77 WS-QUANTIDADE PIC 9(4) VALUE ZEROS.
           77 WS-PRODUTOS-SW PIC X(1) VALUE "N".
               88 PRODUTOS-DISPONIVEL VALUE "S".
               88 PRODUTOS-INDISPONIVEL VALUE "N".
           77 WS-FS-MOTEST PIC X(2) VALUE "00".
           77 WS-MOTIVOS-SW PIC X(1) VALUE "N".
               88 MOTIVOS-DISPONIVEL VALUE "S".
               88 MOTIVOS-INDISPONIVEL VALUE "N".
           77 WS-RETORNO-ESTOQUE-SW PIC X(1) VALUE "S".
               88 ESTORNO-VOLTA-ESTOQUE VALUE "S".
               88 ESTORNO-NAO-VOLTA-ESTOQUE VALUE "N".
           77 WS-FORMA-PAGTO PIC 9(2) VALUE ZEROS.
           77 WS-FPG-I PIC 9(2).
           77 WS-FPG-LIQUIDO PIC S9(9)V99.
           77 WS-TOTAL-MES-CLIENTE PIC 9(8)V99.
           77 WS-TOTAL-MES-EDITADO PIC Z(6)9,99.
           77 WS-LIMITE-EDITADO PIC Z(6)9,99.
           77 WS-FS-GRPMST PIC X(2) VALUE "00".
           77 WS-FS-GRPCLI PIC X(2) VALUE "00".
           77 WS-GRUPOS-SW PIC X(1) VALUE "N".
               88 GRUPOS-DISPONIVEIS VALUE "S".
               88 GRUPOS-INDISPONIVEIS VALUE "N".
           77 WS-GRUPO-VENDA PIC 9(4).
           77 WS-MEMBRO-GRUPO PIC 9(6).
           77 WS-EXPOSICAO-GRUPO PIC 9(10)V99.
           77 WS-EXPOSICAO-EDITADA PIC Z(8)9,99.
           77 WS-LIMITE-GRUPO-EDITADO PIC Z(8)9,99.
           77 WS-SUP-PIN PIC X(4).
           77 WS-OPE-PIN PIC X(4).
           77 WS-TERMINAL-SW PIC X(1) VALUE "N".
               88 TERMINAL-ATIVO VALUE "S".
               88 TERMINAL-INATIVO VALUE "N".
           77 WS-OVR-DATA PIC 9(8).
           77 WS-OVR-HORA PIC 9(8).
           COPY "SIGNON-REG.CPY".
           77 WS-MAIOR-ATRASO PIC 9(4) VALUE ZEROS.
           77 WS-SALDO-VENCIDO PIC 9(9)V99 VALUE ZEROS.
           77 WS-VENCIDO-EDITADO PIC Z(7)9,99.
           77 WS-ADT-QTD PIC 9(3).
           77 WS-ADT-DOCUMENTO PIC 9(8).
           77 WS-ADT-TOTAL PIC 9(9)V99.
           77 WS-ADT-EDITADO PIC Z(7)9,99.
           77 WS-FS-ESTOQUE PIC X(2) VALUE "00".
           77 WS-FS-ESTFIL PIC X(2) VALUE "00".
           77 WS-SALDO-ESTOQUE PIC S9(8).
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-KITS-SW PIC X(1) VALUE "N".
               88 KITS-DISPONIVEL VALUE "S".
               88 KITS-INDISPONIVEL VALUE "N".
           77 WS-PRODUTO-KIT-SW PIC X(1).
               88 PRODUTO-KIT VALUE "S".
               88 PRODUTO-SIMPLES VALUE "N".
           77 WS-EST-PRODUTO PIC 9(6).
           77 WS-EST-QUANTIDADE PIC 9(7).
           77 WS-FS-PRECOTAB PIC X(2) VALUE "00".
           77 WS-FS-PRECOCFG PIC X(2) VALUE "00".
           77 WS-PRECOS-SW PIC X(1) VALUE "N".
               88 CONVERSAO-OK VALUE "S".
               88 CONVERSAO-SEM-TAXA VALUE "N".
           77 WS-PEDIDO PIC 9(6) VALUE ZEROS.
           77 WS-FS-ORCAMEN PIC X(2) VALUE "00".
           77 WS-ORCAMENTOS-SW PIC X(1) VALUE "N".
               88 ORCAMENTOS-DISPONIVEL VALUE "S".
               88 ORCAMENTOS-INDISPONIVEL VALUE "N".
           77 WS-ORCAMENTO PIC 9(6) VALUE ZEROS.
           77 WS-ORIGEM-PEDIDO-SW PIC X(1) VALUE "D".
               88 PEDIDO-DE-ORCAMENTO VALUE "O".
               88 PEDIDO-DIGITADO VALUE "D".
           77 WS-PEDIDO-WEB-ANTERIOR PIC X(10) VALUE SPACES.
           77 WS-FS-ENTREGA PIC X(2) VALUE "00".
           77 WS-ENTREGAS-SW PIC X(1) VALUE "N".
               88 ENTREGAS-DISPONIVEL VALUE "S".
               88 ENTREGAS-INDISPONIVEL VALUE "N".
           77 WS-PARA-ENTREGA PIC X(1).
           77 WS-ENTREGA PIC 9(6) VALUE ZEROS.
           77 WS-DATA-ENTREGA PIC 9(8).
           77 WS-VOLUMES PIC 9(5).
           77 WS-LIN-QTD PIC 9(2) VALUE ZEROS.
           77 WS-LIN-I PIC 9(2).
           77 WS-TOTAL-PEDIDO PIC 9(8)V99 VALUE ZEROS.
                   10 WS-LIN-TRIBUTO PIC 9(2).
                   10 WS-LIN-MOEDA PIC X(3).
                   10 WS-LIN-VALOR-ORIG PIC 9(8)V99.
           77 WS-FS-PONTOS PIC X(2) VALUE "00".
           77 WS-FS-PONTCFG PIC X(2) VALUE "00".
           77 WS-PONTOS-SW PIC X(1) VALUE "N".
               88 PONTOS-DISPONIVEL VALUE "S".
               88 PONTOS-INDISPONIVEL VALUE "N".
           77 WS-PONTOS-REAL PIC 9(2)V99 VALUE 1.
           77 WS-PONTOS-REAL-A PIC 9(2)V99 VALUE 2.
           77 WS-VALIDADE-MESES PIC 9(2) VALUE 12.
           77 WS-VALOR-PONTO PIC 9(1)V9(4) VALUE 0,01.
           77 WS-PONTOS-LANCAR PIC 9(7) VALUE ZEROS.
           77 WS-PONTOS-RESTANTES PIC 9(7) VALUE ZEROS.
           77 WS-PONTOS-BAIXAR PIC 9(7) VALUE ZEROS.
           77 WS-PONTOS-SALDO PIC 9(9) VALUE ZEROS.
           77 WS-PONTOS-REAIS PIC 9(9)V99 VALUE ZEROS.
           77 WS-PONTOS-REAIS-EDIT PIC Z(8)9,99.
           77 WS-PONTOS-EDITADO PIC Z(6)9.
           77 WS-PONTOS-VALIDADE PIC 9(8).
           77 WS-REF-FORMA-PAGTO PIC 9(2) VALUE ZEROS.
           77 WS-REF-PONTOS PIC 9(7) VALUE ZEROS.
           77 WS-FS-CHEQUES PIC X(2) VALUE "00".
           77 WS-CHEQUES-SW PIC X(1) VALUE "N".
               88 CHEQUES-DISPONIVEL VALUE "S".
               88 CHEQUES-INDISPONIVEL VALUE "N".
           77 WS-CHEQUE-DEVOLVIDO-SW PIC X(1) VALUE "N".
               88 CHEQUE-DEVOLVIDO-ABERTO VALUE "S".
               88 SEM-CHEQUE-DEVOLVIDO VALUE "N".
           77 WS-CHQ-BANCO PIC 9(3) VALUE ZEROS.
           77 WS-CHQ-AGENCIA PIC 9(4) VALUE ZEROS.
           77 WS-CHQ-CONTA PIC X(12) VALUE SPACES.
           77 WS-CHQ-NUMERO PIC 9(6) VALUE ZEROS.
           77 WS-CHQ-EMITENTE PIC 9(14) VALUE ZEROS.
           77 WS-CHQ-BOM-PARA PIC 9(8) VALUE ZEROS.
           77 WS-CHQ-SEQUENCIA PIC 9(4) VALUE ZEROS.
           77 WS-FS-ADQTAB PIC X(2) VALUE "00".
           77 WS-FS-CARTREC PIC X(2) VALUE "00".
           77 WS-CARTREC-SW PIC X(1) VALUE "N".
               88 CARTREC-DISPONIVEL VALUE "S".
               88 CARTREC-INDISPONIVEL VALUE "N".
           77 WS-FS-CASOSAC PIC X(2) VALUE "00".
           77 WS-FS-CASOLOG PIC X(2) VALUE "00".
           77 WS-CASOSAC-SW PIC X(1) VALUE "N".
               88 CASOSAC-DISPONIVEL VALUE "S".
               88 CASOSAC-INDISPONIVEL VALUE "N".
           77 WS-CASO-NUMERO PIC 9(6) VALUE ZEROS.
           77 WS-CASO-ESTORNO-DATA PIC 9(8) VALUE ZEROS.
           77 WS-CASO-ESTORNO-SEQ PIC 9(6) VALUE ZEROS.
           77 WS-CSL-HORA PIC 9(8).
           77 WS-ADQUIRENTE PIC 9(2) VALUE ZEROS.
           77 WS-PARCELAS-CARTAO PIC 9(2) VALUE ZEROS.
           77 WS-ADQ-QTD PIC 9(2) VALUE ZEROS.
           77 WS-ADQ-I PIC 9(2) VALUE ZEROS.
           77 WS-ADQ-ACHADA PIC 9(2) VALUE ZEROS.
           77 WS-PARCELA-I PIC 9(2).
           77 WS-VALOR-PARCELA PIC 9(8)V99.
           77 WS-PRIMEIRA-PARCELA PIC 9(8)V99.
           77 WS-VALOR-NA-PARCELA PIC 9(8)V99.
           77 WS-TAXA-CARTAO PIC 9(2)V99.
           77 WS-ESTORNO-RESTANTE PIC 9(8)V99.
           77 WS-ESTORNO-PARCELA PIC 9(8)V99.
           77 WS-REF-PEDIDO PIC 9(6) VALUE ZEROS.
           77 WS-REF-PARCELAS PIC 9(2) VALUE ZEROS.
           01 WS-ADQUIRENTES-TABELA.
               05 WS-ADQ-ITEM OCCURS 20 TIMES.
                   10 WS-ADQ-TAB-CODIGO PIC 9(2).
                   10 WS-ADQ-TAB-TAXA-VISTA PIC 9(2)V99.
                   10 WS-ADQ-TAB-TAXA-PARC PIC 9(2)V99.
                   10 WS-ADQ-TAB-PRAZO PIC 9(3).
                   10 WS-ADQ-TAB-MAX-PARC PIC 9(2).
           01 WS-VALIDADE-CALC.
               05 WS-VC-ANO PIC 9(4).
               05 WS-VC-MES PIC 9(2).
               05 WS-VC-DIA PIC 9(2).
           01 WS-PROMOCOES-TABELA.
               05 WS-PMO-ITEM OCCURS 50 TIMES.
                   10 WS-PMO-TAB-PRODUTO PIC 9(6).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "RUNCTL-REG.CPY".
           77 WS-FS-VNDCKPT PIC X(2) VALUE "00".
           77 WS-FS-CKPCFG PIC X(2) VALUE "00".
           77 WS-CKP-INTERVALO PIC 9(5) VALUE 1.
           77 WS-CKP-DESDE PIC 9(5) VALUE ZEROS.
           77 WS-CKP-ULTIMO PIC 9(6) VALUE ZEROS.
           77 WS-CKP-PULADOS PIC 9(6) VALUE ZEROS.
           77 WS-CKP-REGISTROS PIC 9(6) VALUE ZEROS.
           77 WS-CKP-APLICADAS-ANTES PIC 9(6) VALUE ZEROS.
           77 WS-RETOMADA-SW PIC X(1) VALUE "N".
               88 EXECUCAO-NOVA VALUE "N".
               88 RETOMADA-LOTE VALUE "S".
               88 RETOMADA-RECUSADA VALUE "R".
           COPY "MOVESTW-REG.CPY".
           COPY "LOTEW-REG.CPY".

       LINKAGE SECTION.
           77 LK-MODO-EXECUCAO PIC X(10).
           IF WS-MODO-EXECUCAO = "BATCH"
               PERFORM 0020-PRINCIPAL-BATCH
           ELSE
               PERFORM 0101-IDENTIFICAR-OPERADOR
               IF TERMINAL-ATIVO
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-PROCESSAR UNTIL WS-MES = 99
                   PERFORM 0300-FINALIZAR
                   PERFORM 0104-SAIR-DO-TERMINAL
               END-IF
           END-IF.

           GOBACK.
           PERFORM 0030-REGISTRAR-INICIO-LOTE.

           IF RCT-OK
               PERFORM 0050-VERIFICAR-RETOMADA
               IF RETOMADA-RECUSADA
                   PERFORM 0045-REGISTRAR-ABEND-LOTE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0110-INICIALIZAR-BATCH
                   PERFORM 0250-PROCESSAR-BATCH
                       UNTIL WS-FS-MOVVND NOT = "00"
                   PERFORM 0390-FINALIZAR-BATCH
                   PERFORM 0040-REGISTRAR-FIM-LOTE
                   IF WS-FS-MOVVND = "10"
                       PERFORM 0375-CONCLUIR-PONTO-CONTROLE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-CONT-APLICADAS TO RCT-CONTAGEM.
           CALL "RUNCTL" USING RCT-AREA.

       0045-REGISTRAR-ABEND-LOTE.
           SET RCT-FUNCAO-ABEND TO TRUE.
           MOVE ZEROS TO RCT-CONTAGEM.
           CALL "RUNCTL" USING RCT-AREA.

      *****************************************
      * PONTO DE CONTROLE DO LOTE (VNDCKPT): O PROJETO5 GRAVA O
      * NUMERO DO ULTIMO REGISTRO DO MOVVND E OS TOTAIS CORRENTES
      * LOGO DEPOIS DE CADA REGISTRO APLICADO, E A CADA CKPCFG
      * REGISTROS NAS SEQUENCIAS DE REJEITADOS. SE O LOTE MORRE NO
      * MEIO, A PROXIMA EXECUCAO DA MESMA DATA (DEPOIS DE LIBERADA A
      * TRAVA NO RUNCTLU) PULA OS REGISTROS JA APLICADOS E CONTINUA
      * COM OS TOTAIS RESTAURADOS, DE MODO QUE O RELATORIO MENSAL, A
      * LIQUIDACAO POR FORMA E A RECONCILIACAO COM O TOTCTL SAIAM
      * COMO DE UMA EXECUCAO SO. NENHUM REGISTRO E APLICADO DUAS
      * VEZES; SO OS REJEITADOS DEPOIS DO ULTIMO PONTO PODEM SAIR DE
      * NOVO NO RELEXVND. MOVVND MENOR QUE O REGISTRO DO PONTO NAO E
      * O MESMO ARQUIVO: RETOMADA RECUSADA
      *****************************************
       0050-VERIFICAR-RETOMADA.
           SET EXECUCAO-NOVA TO TRUE.
           PERFORM 0055-CARREGAR-INTERVALO.

           OPEN INPUT PONTO-CONTROLE.
           IF WS-FS-VNDCKPT = "00"
               READ PONTO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKV-DATA = DMV-DATA
                               AND CKV-EM-ANDAMENTO
                               AND CKV-ULTIMO-REGISTRO IS NUMERIC
                               AND CKV-ULTIMO-REGISTRO > ZEROS
                           PERFORM 0060-RESTAURAR-TOTAIS
                       END-IF
               END-READ
               CLOSE PONTO-CONTROLE
           END-IF.
           MOVE "00" TO WS-FS-VNDCKPT.

           IF RETOMADA-LOTE
               PERFORM 0065-CONFERIR-MOVIMENTO
           END-IF.

       0055-CARREGAR-INTERVALO.
           OPEN INPUT CONFIG-PONTO-CONTROLE.
           IF WS-FS-CKPCFG = "00"
               READ CONFIG-PONTO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKC-INTERVALO IS NUMERIC
                               AND CKC-INTERVALO > ZEROS
                           MOVE CKC-INTERVALO TO WS-CKP-INTERVALO
                       END-IF
               END-READ
               CLOSE CONFIG-PONTO-CONTROLE
           END-IF.
           MOVE "00" TO WS-FS-CKPCFG.

       0060-RESTAURAR-TOTAIS.
           SET RETOMADA-LOTE TO TRUE.
           MOVE CKV-ULTIMO-REGISTRO TO WS-CKP-ULTIMO WS-CONT-LIDAS.
           MOVE CKV-CONT-APLICADAS TO WS-CONT-APLICADAS.
           MOVE CKV-CONT-REJEITADAS TO WS-CONT-REJEITADAS.
           MOVE CKV-PEDIDO TO WS-PEDIDO.
           MOVE CKV-NUMERO-NF TO WS-NUMERO-NF.
           MOVE CKV-PEDIDO-WEB TO WS-PEDIDO-WEB-ANTERIOR.
           MOVE CKV-VENDAS TO WS-VENDAS.
           MOVE CKV-CONTAGENS TO WS-CONTAGENS.
           MOVE CKV-ESTORNOS TO WS-ESTORNOS.
           MOVE CKV-FORMAS-PAGAMENTO TO WS-FORMAS-PAGAMENTO.

       0065-CONFERIR-MOVIMENTO.
           MOVE ZEROS TO WS-CKP-REGISTROS.

           OPEN INPUT MOVIMENTO-VENDAS.
           IF WS-FS-MOVVND = "00"
               PERFORM 0066-CONTAR-MOVIMENTO
                   UNTIL WS-FS-MOVVND NOT = "00"
               CLOSE MOVIMENTO-VENDAS
           END-IF.
           MOVE "00" TO WS-FS-MOVVND.

           IF WS-CKP-REGISTROS < WS-CKP-ULTIMO
               SET RETOMADA-RECUSADA TO TRUE
               DISPLAY "PONTO DE CONTROLE VNDCKPT NO REGISTRO "
                   WS-CKP-ULTIMO " E MOVVND COM " WS-CKP-REGISTROS
                   " REGISTROS"
               DISPLAY "RETOMADA DO LOTE RECUSADA - CONFIRA O MOVVND "
                   "DA DATA"
           ELSE
               DISPLAY "RETOMADA DO LOTE APOS O REGISTRO "
                   WS-CKP-ULTIMO " DO MOVVND - TOTAIS RESTAURADOS "
                   "DO PONTO DE CONTROLE (VNDCKPT)"
           END-IF.

       0066-CONTAR-MOVIMENTO.
           READ MOVIMENTO-VENDAS
               AT END
                   MOVE "10" TO WS-FS-MOVVND
               NOT AT END
                   ADD 1 TO WS-CKP-REGISTROS
           END-READ.

       0110-INICIALIZAR-BATCH.
           OPEN I-O VENDAS-CLIENTE.
           IF WS-FS-VENDCLI = "35"
               OPEN I-O VENDAS-CLIENTE
           END-IF.

      *    NA RETOMADA AS EXCECOES DA PRIMEIRA PARTE DO LOTE FICAM
           IF RETOMADA-LOTE
               OPEN EXTEND RELATORIO-EXCECOES
               IF WS-FS-RELEXC NOT = "00"
                   OPEN OUTPUT RELATORIO-EXCECOES
               END-IF
           ELSE
               OPEN OUTPUT RELATORIO-EXCECOES
           END-IF.

           PERFORM 0120-ABRIR-CADASTRO.
           PERFORM 0130-ABRIR-DETALHE.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0260-LER-MOVIMENTO
               IF RETOMADA-LOTE
                   PERFORM 0116-PULAR-APLICADO
                       UNTIL WS-CKP-PULADOS >= WS-CKP-ULTIMO
                           OR WS-FS-MOVVND NOT = "00"
               END-IF
           END-IF.

       0116-PULAR-APLICADO.
           ADD 1 TO WS-CKP-PULADOS.
           PERFORM 0260-LER-MOVIMENTO.

       0250-PROCESSAR-BATCH.
           ADD 1 TO WS-CONT-LIDAS.
           MOVE WS-CONT-APLICADAS TO WS-CKP-APLICADAS-ANTES.
           MOVE MOV-MES TO WS-MES.
           MOVE MOV-CLIENTE TO WS-CLI-CODIGO.
           MOVE MOV-VALOR TO WS-VALOR.
               PERFORM 0251-VALIDAR-LINHA-BATCH
           END-IF.

      *    REGISTRO APLICADO FECHA O PONTO NA HORA: A RETOMADA NUNCA
      *    LANCA DE NOVO O QUE JA ESTA NO VENDDET E NOS TOTAIS
           ADD 1 TO WS-CKP-DESDE.
           IF WS-CONT-APLICADAS NOT = WS-CKP-APLICADAS-ANTES
                   OR WS-CKP-DESDE >= WS-CKP-INTERVALO
               PERFORM 0370-GRAVAR-PONTO-CONTROLE
           END-IF.

           PERFORM 0260-LER-MOVIMENTO.

       0251-VALIDAR-LINHA-BATCH.
               PERFORM 0247-VALIDAR-PRODUTO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0241-VALIDAR-MOTIVO-ESTORNO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0240-VERIFICAR-PERIODO
           END-IF.
               ADD 1 TO WS-CONT-REJEITADAS
           END-IF.

      *****************************************
      * O MOVVND NAO TRAZ OS DADOS DO CHEQUE PARA A CUSTODIA: VENDA
      * EM CHEQUE (FORMA 05) SO E ACEITA NO BALCAO. NEM A ADQUIRENTE
      * E AS PARCELAS DO CARTAO: A VENDA EM CARTAO DO LOTE ENTRA NA
      * AGENDA COMO A VISTA NA ADQUIRENTE PADRAO (PRIMEIRA DA ADQTAB)
      *****************************************
       0256-VENDA-BATCH.
           PERFORM 0220-VALIDAR-VALOR.

               PERFORM 0245-VALIDAR-FORMA-PAGTO
           END-IF.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 5
               SET VALOR-INVALIDO TO TRUE
               MOVE "CHEQUE SO NO BALCAO" TO WS-MOTIVO-REJEICAO
           END-IF.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 2
               MOVE ZEROS TO WS-ADQUIRENTE
               MOVE 1 TO WS-PARCELAS-CARTAO
               PERFORM 0224-LOCALIZAR-ADQUIRENTE
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0246-VALIDAR-VENDEDOR
           END-IF.
               END-IF
           END-IF.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 4
               PERFORM 0284-VERIFICAR-SALDO-PONTOS
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0234-APLICAR-DESCONTOS
               ADD WS-VALOR TO WS-VENDAS-POR-MES(WS-MES)
                   MOVE "10" TO WS-FS-MOVVND
           END-READ.

       0370-GRAVAR-PONTO-CONTROLE.
           PERFORM 0372-MONTAR-PONTO-CONTROLE.
           SET CKV-EM-ANDAMENTO TO TRUE.
           PERFORM 0380-GRAVAR-REGISTRO-CKPT.
           MOVE ZEROS TO WS-CKP-DESDE.

       0372-MONTAR-PONTO-CONTROLE.
           MOVE DMV-DATA TO CKV-DATA.
           ACCEPT CKV-HORA FROM TIME.
           MOVE WS-CONT-LIDAS TO CKV-ULTIMO-REGISTRO.
           MOVE WS-CONT-APLICADAS TO CKV-CONT-APLICADAS.
           MOVE WS-CONT-REJEITADAS TO CKV-CONT-REJEITADAS.
           MOVE WS-PEDIDO TO CKV-PEDIDO.
           MOVE WS-NUMERO-NF TO CKV-NUMERO-NF.
           MOVE WS-PEDIDO-WEB-ANTERIOR TO CKV-PEDIDO-WEB.
           MOVE WS-VENDAS TO CKV-VENDAS.
           MOVE WS-CONTAGENS TO CKV-CONTAGENS.
           MOVE WS-ESTORNOS TO CKV-ESTORNOS.
           MOVE WS-FORMAS-PAGAMENTO TO CKV-FORMAS-PAGAMENTO.

      *    LOTE CONCLUIDO: UMA NOVA EXECUCAO DA DATA (REPROCESSAMENTO
      *    FORCADO) COMECA DO PRIMEIRO REGISTRO
       0375-CONCLUIR-PONTO-CONTROLE.
           PERFORM 0372-MONTAR-PONTO-CONTROLE.
           SET CKV-CONCLUIDO TO TRUE.
           PERFORM 0380-GRAVAR-REGISTRO-CKPT.

       0380-GRAVAR-REGISTRO-CKPT.
           OPEN OUTPUT PONTO-CONTROLE.
           IF WS-FS-VNDCKPT = "00"
               WRITE CKV-REGISTRO
               CLOSE PONTO-CONTROLE
           ELSE
               DISPLAY "ERRO AO GRAVAR O PONTO DE CONTROLE VNDCKPT"
           END-IF.
           MOVE "00" TO WS-FS-VNDCKPT.

       0390-FINALIZAR-BATCH.
           IF WS-FS-MOVVND = "10"
               CLOSE MOVIMENTO-VENDAS
               CLOSE CADASTRO-CLIENTES
           END-IF.

           IF GRUPOS-DISPONIVEIS
               CLOSE CADASTRO-GRUPOS
               CLOSE INDICE-GRUPOS
           END-IF.

           IF VENDEDORES-DISPONIVEL
               CLOSE CADASTRO-VENDEDORES
           END-IF.
               CLOSE CADASTRO-PRODUTOS
           END-IF.

           IF MOTIVOS-DISPONIVEL
               CLOSE TABELA-MOTIVOS
           END-IF.

           IF RECEBER-DISPONIVEL
               CLOSE CONTAS-RECEBER
           END-IF.

           CLOSE SALDOS-ESTOQUE.
           CLOSE SALDOS-FILIAL.
           IF KITS-DISPONIVEL
               CLOSE COMPOSICAO-KITS
           END-IF.
           CLOSE CONTROLE-NOTAS.
           CLOSE RESUMO-FILIAL.

               CLOSE TABELA-CAMBIO
           END-IF.

           IF ORCAMENTOS-DISPONIVEL
               CLOSE ORCAMENTOS
           END-IF.

           IF ENTREGAS-DISPONIVEL
               CLOSE ENTREGAS
           END-IF.

           IF PONTOS-DISPONIVEL
               CLOSE PONTOS-FIDELIDADE
           END-IF.

           IF CHEQUES-DISPONIVEL
               CLOSE CUSTODIA-CHEQUES
           END-IF.

           IF CARTREC-DISPONIVEL
               CLOSE AGENDA-CARTOES
           END-IF.

           IF CASOSAC-DISPONIVEL
               CLOSE CASOS-ATENDIMENTO
           END-IF.

           PERFORM 0340-GERAR-RELATORIO-MENSAL.
           PERFORM 0350-GERAR-RELATORIO-FORMAS.
           PERFORM 0330-RECONCILIAR-TOTAL.
           PERFORM 0120-ABRIR-CADASTRO.
           PERFORM 0130-ABRIR-DETALHE.

           DISPLAY "DIGITE O ANO DE APURACAO (EX: 2026)".
           ACCEPT WS-ANO.

           DISPLAY "DIGITE O MES (1 A 12, 99 PARA TERMINAR)".
           ACCEPT WS-MES.

       0101-IDENTIFICAR-OPERADOR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

               MOVE 1 TO WS-CAIXA
           END-IF.

           PERFORM 0102-ENTRAR-NO-TERMINAL.

      *****************************************
      * ENTRADA DO OPERADOR NO TERMINAL PELO MODULO DE ACESSO: UMA
      * SESSAO POR OPERADOR E POR TERMINAL (SESATIVA). A CADA
      * LANCAMENTO A SESSAO E RENOVADA; EXPIRADA OU DERRUBADA PELO
      * ADM (SESMON), A CAPTURA TERMINA. DEPOIS DE CADA CHAMADA DE
      * SESSAO A FUNCAO VOLTA PARA VALIDACAO, QUE E O QUE AS
      * LIBERACOES DE SUPERVISOR USAM
      *****************************************
       0102-ENTRAR-NO-TERMINAL.
           DISPLAY "DIGITE O PIN".
           ACCEPT WS-OPE-PIN.

           MOVE WS-OPERADOR TO SGN-USUARIO.
           MOVE WS-OPE-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           MOVE WS-CAIXA TO SGN-TERMINAL.
           SET SGN-FUNCAO-ENTRAR TO TRUE.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.
           SET SGN-FUNCAO-VALIDAR TO TRUE.

           IF SGN-ACESSO-CONCEDIDO
               SET TERMINAL-ATIVO TO TRUE
           ELSE
               DISPLAY "ACESSO NEGADO - CAPTURA NAO INICIADA"
           END-IF.

       0103-RENOVAR-SESSAO.
           MOVE WS-OPERADOR TO SGN-USUARIO.
           MOVE WS-CAIXA TO SGN-TERMINAL.
           SET SGN-FUNCAO-ATIVIDADE TO TRUE.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.
           SET SGN-FUNCAO-VALIDAR TO TRUE.

           IF SGN-ACESSO-NEGADO
               SET TERMINAL-INATIVO TO TRUE
               DISPLAY "SESSAO DO TERMINAL ENCERRADA (EXPIRADA OU "
                   "DERRUBADA) - CAPTURA TERMINADA"
               MOVE 99 TO WS-MES
           END-IF.

       0104-SAIR-DO-TERMINAL.
           IF TERMINAL-ATIVO
               MOVE WS-OPERADOR TO SGN-USUARIO
               MOVE WS-CAIXA TO SGN-TERMINAL
               SET SGN-FUNCAO-SAIR TO TRUE
               CALL "PROGRAM-09" USING SGN-AREA
               SET SGN-FUNCAO-VALIDAR TO TRUE
           END-IF.

       0120-ABRIR-CADASTRO.
           OPEN INPUT CADASTRO-CLIENTES.
                   "SERAO REJEITADOS"
           END-IF.

           OPEN INPUT CADASTRO-GRUPOS.
           OPEN INPUT INDICE-GRUPOS.
           IF WS-FS-GRPMST = "00" AND WS-FS-GRPCLI = "00"
               SET GRUPOS-DISPONIVEIS TO TRUE
           ELSE
               SET GRUPOS-INDISPONIVEIS TO TRUE
               IF WS-FS-GRPMST = "00"
                   CLOSE CADASTRO-GRUPOS
               END-IF
               IF WS-FS-GRPCLI = "00"
                   CLOSE INDICE-GRUPOS
               END-IF
           END-IF.

       0130-ABRIR-DETALHE.
           OPEN I-O VENDAS-DETALHE.
           IF WS-FS-VENDDET = "35"
                   "SERAO REJEITADOS"
           END-IF.

           OPEN INPUT TABELA-MOTIVOS.
           IF WS-FS-MOTEST = "00"
               SET MOTIVOS-DISPONIVEL TO TRUE
           ELSE
               SET MOTIVOS-INDISPONIVEL TO TRUE
               DISPLAY "TABELA MOTEST INDISPONIVEL - ESTORNOS "
                   "SERAO REJEITADOS"
           END-IF.

           OPEN I-O SALDOS-ESTOQUE.
           IF WS-FS-ESTOQUE = "35"
               OPEN OUTPUT SALDOS-ESTOQUE
               OPEN I-O SALDOS-ESTOQUE
           END-IF.

           OPEN I-O SALDOS-FILIAL.
           IF WS-FS-ESTFIL = "35"
               OPEN OUTPUT SALDOS-FILIAL
               CLOSE SALDOS-FILIAL
               OPEN I-O SALDOS-FILIAL
           END-IF.

           OPEN INPUT COMPOSICAO-KITS.
           IF WS-FS-KITCOMP = "00"
               SET KITS-DISPONIVEL TO TRUE
           ELSE
               SET KITS-INDISPONIVEL TO TRUE
               MOVE "00" TO WS-FS-KITCOMP
           END-IF.

           OPEN I-O CONTROLE-NOTAS.
           IF WS-FS-NFCTL = "35"
               OPEN OUTPUT CONTROLE-NOTAS
               OPEN I-O RESUMO-FILIAL
           END-IF.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB = "00"
               SET RECEBER-DISPONIVEL TO TRUE
           ELSE
               SET CAMBIO-INDISPONIVEL TO TRUE
           END-IF.

           OPEN I-O ORCAMENTOS.
           IF WS-FS-ORCAMEN = "00"
               SET ORCAMENTOS-DISPONIVEL TO TRUE
           ELSE
               SET ORCAMENTOS-INDISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-ORCAMEN.

           OPEN I-O ENTREGAS.
           IF WS-FS-ENTREGA = "35"
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           IF WS-FS-ENTREGA = "00"
               SET ENTREGAS-DISPONIVEL TO TRUE
           ELSE
               SET ENTREGAS-INDISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-ENTREGA.

           OPEN I-O PONTOS-FIDELIDADE.
           IF WS-FS-PONTOS = "35"
               OPEN OUTPUT PONTOS-FIDELIDADE
               CLOSE PONTOS-FIDELIDADE
               OPEN I-O PONTOS-FIDELIDADE
           END-IF.
           IF WS-FS-PONTOS = "00"
               SET PONTOS-DISPONIVEL TO TRUE
           ELSE
               SET PONTOS-INDISPONIVEL TO TRUE
               DISPLAY "RAZAO DE PONTOS PONTOS INDISPONIVEL - VENDAS "
                   "SEM PONTUACAO E RESGATE RECUSADO"
           END-IF.
           MOVE "00" TO WS-FS-PONTOS.

           OPEN I-O CUSTODIA-CHEQUES.
           IF WS-FS-CHEQUES = "35"
               OPEN OUTPUT CUSTODIA-CHEQUES
               CLOSE CUSTODIA-CHEQUES
               OPEN I-O CUSTODIA-CHEQUES
           END-IF.
           IF WS-FS-CHEQUES = "00"
               SET CHEQUES-DISPONIVEL TO TRUE
           ELSE
               SET CHEQUES-INDISPONIVEL TO TRUE
               DISPLAY "CUSTODIA DE CHEQUES CHEQUES INDISPONIVEL - "
                   "PAGAMENTO EM CHEQUE RECUSADO"
           END-IF.
           MOVE "00" TO WS-FS-CHEQUES.

           OPEN I-O AGENDA-CARTOES.
           IF WS-FS-CARTREC = "35"
               OPEN OUTPUT AGENDA-CARTOES
               CLOSE AGENDA-CARTOES
               OPEN I-O AGENDA-CARTOES
           END-IF.
           IF WS-FS-CARTREC = "00"
               SET CARTREC-DISPONIVEL TO TRUE
           ELSE
               SET CARTREC-INDISPONIVEL TO TRUE
               DISPLAY "AGENDA DE CARTOES CARTREC INDISPONIVEL - "
                   "VENDAS EM CARTAO SEM AGENDA DE RECEBIMENTO"
           END-IF.
           MOVE "00" TO WS-FS-CARTREC.

           OPEN I-O CASOS-ATENDIMENTO.
           IF WS-FS-CASOSAC = "00"
               SET CASOSAC-DISPONIVEL TO TRUE
           ELSE
               SET CASOSAC-INDISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-CASOSAC.

           PERFORM 0140-CARREGAR-CARENCIA.
           PERFORM 0145-CARREGAR-TOLERANCIA.
           PERFORM 0150-CARREGAR-PROMOCOES.
           PERFORM 0155-CARREGAR-TETO-DESCONTO.
           PERFORM 0160-CARREGAR-CONFIG-PONTOS.
           PERFORM 0165-CARREGAR-ADQUIRENTES.

      *****************************************
      * PARAMETROS DO PROGRAMA DE PONTOS (PONTCFG): CADA CAMPO SO
      * SUBSTITUI O PADRAO QUANDO NUMERICO E MAIOR QUE ZERO
      *****************************************
       0160-CARREGAR-CONFIG-PONTOS.
           OPEN INPUT CONFIG-PONTOS.
           IF WS-FS-PONTCFG = "00"
               READ CONFIG-PONTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0161-APLICAR-CONFIG-PONTOS
               END-READ
               CLOSE CONFIG-PONTOS
           END-IF.
           MOVE "00" TO WS-FS-PONTCFG.

       0161-APLICAR-CONFIG-PONTOS.
           IF PTC-PONTOS-REAL IS NUMERIC
                   AND PTC-PONTOS-REAL > ZEROS
               MOVE PTC-PONTOS-REAL TO WS-PONTOS-REAL
           END-IF.
           IF PTC-PONTOS-REAL-A IS NUMERIC
                   AND PTC-PONTOS-REAL-A > ZEROS
               MOVE PTC-PONTOS-REAL-A TO WS-PONTOS-REAL-A
           END-IF.
           IF PTC-VALIDADE-MESES IS NUMERIC
                   AND PTC-VALIDADE-MESES > ZEROS
               MOVE PTC-VALIDADE-MESES TO WS-VALIDADE-MESES
           END-IF.
           IF PTC-VALOR-PONTO IS NUMERIC
                   AND PTC-VALOR-PONTO > ZEROS
               MOVE PTC-VALOR-PONTO TO WS-VALOR-PONTO
           END-IF.

      *****************************************
      * ADQUIRENTES DE CARTAO (ADQTAB): A PRIMEIRA LINHA VALIDA E A
      * ADQUIRENTE PADRAO. SEM TABELA FICA UMA SO ADQUIRENTE 01, SEM
      * TAXA, CREDITO EM 30 DIAS E ATE 12 PARCELAS
      *****************************************
       0165-CARREGAR-ADQUIRENTES.
           MOVE ZEROS TO WS-ADQ-QTD.
           OPEN INPUT TABELA-ADQUIRENTES.
           IF WS-FS-ADQTAB = "00"
               PERFORM 0166-CARREGAR-ADQUIRENTES-LOOP
                   UNTIL WS-FS-ADQTAB NOT = "00"
                       OR WS-ADQ-QTD >= 20
               CLOSE TABELA-ADQUIRENTES
           END-IF.
           MOVE "00" TO WS-FS-ADQTAB.

           IF WS-ADQ-QTD = ZEROS
               MOVE 1 TO WS-ADQ-QTD
               MOVE 1 TO WS-ADQ-TAB-CODIGO(1)
               MOVE ZEROS TO WS-ADQ-TAB-TAXA-VISTA(1)
                   WS-ADQ-TAB-TAXA-PARC(1)
               MOVE 30 TO WS-ADQ-TAB-PRAZO(1)
               MOVE 12 TO WS-ADQ-TAB-MAX-PARC(1)
           END-IF.

       0166-CARREGAR-ADQUIRENTES-LOOP.
           READ TABELA-ADQUIRENTES
               AT END
                   MOVE "10" TO WS-FS-ADQTAB
               NOT AT END
                   IF ADQ-CODIGO IS NUMERIC AND ADQ-CODIGO > ZEROS
                           AND ADQ-TAXA-VISTA IS NUMERIC
                           AND ADQ-TAXA-PARCELADO IS NUMERIC
                           AND ADQ-PRAZO-DIAS IS NUMERIC
                       ADD 1 TO WS-ADQ-QTD
                       MOVE ADQ-CODIGO TO WS-ADQ-TAB-CODIGO(WS-ADQ-QTD)
                       MOVE ADQ-TAXA-VISTA TO
                           WS-ADQ-TAB-TAXA-VISTA(WS-ADQ-QTD)
                       MOVE ADQ-TAXA-PARCELADO TO
                           WS-ADQ-TAB-TAXA-PARC(WS-ADQ-QTD)
                       MOVE ADQ-PRAZO-DIAS TO
                           WS-ADQ-TAB-PRAZO(WS-ADQ-QTD)
                       IF ADQ-MAX-PARCELAS IS NUMERIC
                               AND ADQ-MAX-PARCELAS > ZEROS
                           MOVE ADQ-MAX-PARCELAS TO
                               WS-ADQ-TAB-MAX-PARC(WS-ADQ-QTD)
                       ELSE
                           MOVE 12 TO WS-ADQ-TAB-MAX-PARC(WS-ADQ-QTD)
                       END-IF
                   END-IF
           END-READ.

       0150-CARREGAR-PROMOCOES.
           OPEN INPUT TABELA-PROMOCOES.
               END-IF
               DISPLAY "DIGITE O MES (1 A 12, 99 PARA TERMINAR)"
               ACCEPT WS-MES
               IF WS-MES NOT = 99
                   PERFORM 0103-RENOVAR-SESSAO
               END-IF
           END-IF.

      *****************************************
           DISPLAY "DIGITE O VALOR DO ESTORNO".
           ACCEPT WS-VALOR.

           DISPLAY "DIGITE O CODIGO DO MOTIVO (TABELA MOTEST)".
           ACCEPT WS-MOTIVO-ESTORNO.

           DISPLAY "FORMA DE PAGAMENTO (01=DINHEIRO 02=CARTAO "
               "03=PIX 04=PONTOS 05=CHEQUE)".
           ACCEPT WS-FORMA-PAGTO.

           DISPLAY "DIGITE O CODIGO DO VENDEDOR".
           ACCEPT WS-VENDEDOR.

           DISPLAY "DIGITE O CODIGO DO PRODUTO OU O CODIGO DE BARRAS".
           ACCEPT WS-CODIGO-LIDO.
           PERFORM 0244-IDENTIFICAR-PRODUTO.

           DISPLAY "DIGITE A QUANTIDADE".
           ACCEPT WS-QUANTIDADE.

           MOVE ZEROS TO WS-CASO-NUMERO.
           IF CASOSAC-DISPONIVEL
               DISPLAY "NUMERO DO CASO DE ATENDIMENTO (ZEROS = SEM "
                   "CASO)"
               ACCEPT WS-CASO-NUMERO
           END-IF.

           SET VALOR-VALIDO TO TRUE.
           IF WS-VALOR = ZEROS
               SET VALOR-INVALIDO TO TRUE
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0241-VALIDAR-MOTIVO-ESTORNO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0240-VERIFICAR-PERIODO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0252-VALIDAR-REFERENCIA
               IF REFERENCIA-INVALIDA
                   SET VALOR-INVALIDO TO TRUE
               END-IF
           END-IF.

           IF VALOR-VALIDO AND WS-CASO-NUMERO > ZEROS
               PERFORM 0201-VALIDAR-CASO-ESTORNO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0211-REGISTRAR-ESTORNO
               IF ESTORNO-NAO-APLICADO
                   PERFORM 0230-GRAVAR-EXCECAO
               ELSE
                   IF WS-CASO-NUMERO > ZEROS
                       PERFORM 0202-LIGAR-CASO-ESTORNO
                   END-IF
               END-IF
           ELSE
               PERFORM 0230-GRAVAR-EXCECAO
           END-IF.

           MOVE ZEROS TO WS-CASO-NUMERO.

      *****************************************
      * O ESTORNO PODE CITAR UM CASO DE ATENDIMENTO (SACMNT): O CASO
      * TEM DE EXISTIR, SER DO MESMO CLIENTE E ESTAR PENDENTE. DEPOIS
      * DE APLICADO O ESTORNO, O CASO GUARDA A CHAVE DO LANCAMENTO NO
      * DETALHE E O CASOLOG REGISTRA A LIGACAO
      *****************************************
       0201-VALIDAR-CASO-ESTORNO.
           MOVE WS-CASO-NUMERO TO CAS-NUMERO.
           READ CASOS-ATENDIMENTO
               INVALID KEY
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "CASO INEXISTENTE" TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF CAS-CLIENTE NOT = WS-CLI-CODIGO
                       SET VALOR-INVALIDO TO TRUE
                       MOVE "CASO DE OUTRO CLIENTE" TO
                           WS-MOTIVO-REJEICAO
                   ELSE
                       IF CAS-ENCERRADO
                           SET VALOR-INVALIDO TO TRUE
                           MOVE "CASO JA ENCERRADO" TO
                               WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CASOSAC.

       0202-LIGAR-CASO-ESTORNO.
           MOVE WS-CASO-NUMERO TO CAS-NUMERO.
           READ CASOS-ATENDIMENTO
               INVALID KEY
                   DISPLAY "CASO " WS-CASO-NUMERO " NAO ENCONTRADO - "
                       "ESTORNO GRAVADO SEM LIGACAO"
               NOT INVALID KEY
                   MOVE WS-CASO-ESTORNO-DATA TO CAS-ESTORNO-DATA
                   MOVE WS-CASO-ESTORNO-SEQ TO CAS-ESTORNO-SEQUENCIA
                   MOVE DMV-DATA TO CAS-DATA-ULT-ATUALIZACAO
                   REWRITE CAS-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO LIGAR O ESTORNO AO CASO "
                               CAS-NUMERO
                       NOT INVALID KEY
                           PERFORM 0207-GRAVAR-HISTORICO-CASO
                   END-REWRITE
           END-READ.
           MOVE "00" TO WS-FS-CASOSAC.

       0207-GRAVAR-HISTORICO-CASO.
           ACCEPT WS-CSL-HORA FROM TIME.

           OPEN EXTEND HISTORICO-CASOS.
           IF WS-FS-CASOLOG NOT = "00"
               OPEN OUTPUT HISTORICO-CASOS
           END-IF.

           MOVE SPACES TO CSL-LINHA.
           MOVE CAS-NUMERO TO CSL-NUMERO.
           MOVE DMV-DATA TO CSL-DATA.
           MOVE WS-CSL-HORA TO CSL-HORA.
           MOVE WS-OPERADOR TO CSL-OPERADOR.
           MOVE "ESTORNO" TO CSL-ACAO.
           STRING "ESTORNO " WS-CASO-ESTORNO-DATA "/"
               WS-CASO-ESTORNO-SEQ " DA VENDA " WS-REF-DATA "/"
               WS-REF-SEQUENCIA
               DELIMITED BY SIZE INTO CSL-TEXTO.
           WRITE CSL-LINHA.

           CLOSE HISTORICO-CASOS.
           MOVE "00" TO WS-FS-CASOLOG.

      *****************************************
      * CAPTURA POR PEDIDO: UM CABECALHO (FORMA DE PAGAMENTO E
      * VENDEDOR) COM VARIAS LINHAS DE PRODUTO, UMA SO CONFERENCIA
      * DE LIMITE/INADIMPLENCIA SOBRE O TOTAL DO PEDIDO, UMA SO
      * ENTRADA NO ACUMULADO MENSAL (VENDCLI) E AS LINHAS GRAVADAS
      * NO DETALHE AMARRADAS PELO NUMERO DO PEDIDO (VDT-PEDIDO),
      * PARA O VENDDLST MOSTRAR A CESTA COMO O CLIENTE VIU.
      * O PEDIDO PODE VIR DE UM ORCAMENTO (ORCMNT) DO MESMO CLIENTE,
      * EM ABERTO E DENTRO DA VALIDADE: AS LINHAS ENTRAM COM O
      * VENDEDOR, OS PRECOS E OS DESCONTOS ORCADOS, SEM REDIGITACAO,
      * E O ORCAMENTO FICA CONVERTIDO COM O NUMERO DO PEDIDO
      *****************************************
       0206-CAPTURAR-VENDA.
           SET PEDIDO-DIGITADO TO TRUE.
           MOVE ZEROS TO WS-ORCAMENTO.
           IF ORCAMENTOS-DISPONIVEL
               DISPLAY "NUMERO DO ORCAMENTO A CONVERTER (ZEROS = "
                   "PEDIDO DIGITADO)"
               ACCEPT WS-ORCAMENTO
           END-IF.

           DISPLAY "FORMA DE PAGAMENTO (01=DINHEIRO 02=CARTAO "
               "03=PIX 04=PONTOS 05=CHEQUE)".
           ACCEPT WS-FORMA-PAGTO.

           IF WS-ORCAMENTO = ZEROS
               DISPLAY "DIGITE O CODIGO DO VENDEDOR"
               ACCEPT WS-VENDEDOR
           END-IF.

           SET VALOR-VALIDO TO TRUE.
           PERFORM 0245-VALIDAR-FORMA-PAGTO.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 5
               PERFORM 0278-CAPTURAR-CHEQUE
           END-IF.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 2
               PERFORM 0223-CAPTURAR-CARTAO
           END-IF.

           IF VALOR-VALIDO AND WS-ORCAMENTO > ZEROS
               PERFORM 0270-CARREGAR-ORCAMENTO
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0246-VALIDAR-VENDEDOR
           END-IF.

           IF VALOR-VALIDO
               IF PEDIDO-DE-ORCAMENTO
                   PERFORM 0262-FECHAR-PEDIDO
                   IF VALOR-VALIDO
                       PERFORM 0273-MARCAR-ORCAMENTO-CONVERTIDO
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-LIN-QTD WS-TOTAL-PEDIDO
                   MOVE 1 TO WS-CODIGO-LIDO
                   PERFORM 0261-CAPTURAR-LINHA-PEDIDO
                       UNTIL WS-CODIGO-LIDO = ZEROS
                           OR WS-LIN-QTD >= 20
                   IF WS-LIN-QTD = ZEROS
                       DISPLAY "PEDIDO SEM LINHAS - CAPTURA CANCELADA"
                   ELSE
                       PERFORM 0262-FECHAR-PEDIDO
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WS-VALOR
           END-IF.

       0261-CAPTURAR-LINHA-PEDIDO.
           DISPLAY "DIGITE O CODIGO DO PRODUTO OU O CODIGO DE BARRAS "
               "(ZEROS PARA FECHAR O PEDIDO)".
           ACCEPT WS-CODIGO-LIDO.

           IF WS-CODIGO-LIDO > ZEROS
               PERFORM 0244-IDENTIFICAR-PRODUTO
               DISPLAY "DIGITE A QUANTIDADE"
               ACCEPT WS-QUANTIDADE

               END-IF
           END-IF.

           IF VALOR-VALIDO AND WS-FORMA-PAGTO = 4
               PERFORM 0284-VERIFICAR-SALDO-PONTOS
           END-IF.

           IF VALOR-VALIDO
               PERFORM 0218-PROXIMO-PEDIDO
               PERFORM 0217-ATRIBUIR-NUMERO-NF
                   ADD WS-VALOR TO WS-FPG-VENDAS(WS-FORMA-PAGTO)
               END-IF
               PERFORM 0263-GRAVAR-LINHAS-PEDIDO
               IF WS-FORMA-PAGTO = 5
                   PERFORM 0279-GRAVAR-CHEQUE
               END-IF
               IF WS-FORMA-PAGTO = 2 AND CARTREC-DISPONIVEL
                   PERFORM 0221-GERAR-AGENDA-CARTAO
               END-IF
               IF ENTREGAS-DISPONIVEL
                   PERFORM 0280-AGENDAR-ENTREGA
               END-IF
               IF RECEBER-DISPONIVEL AND WS-FORMA-PAGTO NOT = 4
                   PERFORM 0275-ESCOLHER-ADIANTAMENTO
               END-IF
           ELSE
               PERFORM 0230-GRAVAR-EXCECAO
           END-IF.
               MOVE WS-LIN-TRIBUTO(WS-LIN-I) TO WS-COD-TRIBUTO
               MOVE WS-LIN-MOEDA(WS-LIN-I) TO WS-MOEDA
               MOVE WS-LIN-VALOR-ORIG(WS-LIN-I) TO WS-VALOR-MOEDA
               IF PEDIDO-DIGITADO
                   PERFORM 0248-CONFERIR-PRECO-TABELA
               END-IF
               PERFORM 0212-GRAVAR-DETALHE
           END-PERFORM.

      *****************************************
      * CARGA DO ORCAMENTO NA TABELA DE LINHAS DO PEDIDO: TODAS AS
      * LINHAS PRECISAM SER DO CLIENTE DIGITADO, ESTAR EM ABERTO,
      * DENTRO DA VALIDADE E COM PRODUTO AINDA ATIVO; QUALQUER
      * FALHA RECUSA A CONVERSAO INTEIRA
      *****************************************
       0270-CARREGAR-ORCAMENTO.
           MOVE ZEROS TO WS-LIN-QTD WS-TOTAL-PEDIDO.

           MOVE WS-ORCAMENTO TO ORC-NUMERO.
           MOVE ZEROS TO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 0271-LER-LINHA-ORCAMENTO
               UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           IF VALOR-VALIDO AND WS-LIN-QTD = ZEROS
               SET VALOR-INVALIDO TO TRUE
               MOVE "ORCAM. INEXISTENTE" TO WS-MOTIVO-REJEICAO
           END-IF.

           IF VALOR-VALIDO
               SET PEDIDO-DE-ORCAMENTO TO TRUE
               MOVE WS-TOTAL-PEDIDO TO WS-TOTAL-PEDIDO-EDIT
               DISPLAY "ORCAMENTO " WS-ORCAMENTO " CARREGADO - "
                   WS-LIN-QTD " LINHAS - TOTAL " WS-TOTAL-PEDIDO-EDIT
           ELSE
               MOVE ZEROS TO WS-LIN-QTD WS-TOTAL-PEDIDO
           END-IF.

       0271-LER-LINHA-ORCAMENTO.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-NUMERO NOT = WS-ORCAMENTO
                       MOVE "10" TO WS-FS-ORCAMEN
                   ELSE
                       PERFORM 0272-VALIDAR-LINHA-ORCAMENTO
                       IF VALOR-INVALIDO
                           MOVE "10" TO WS-FS-ORCAMEN
                       END-IF
                   END-IF
           END-READ.

       0272-VALIDAR-LINHA-ORCAMENTO.
           EVALUATE TRUE
               WHEN ORC-CLIENTE NOT = WS-CLI-CODIGO
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "ORCAM. OUTRO CLIENTE" TO WS-MOTIVO-REJEICAO
               WHEN NOT ORC-ABERTO
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "ORCAMENTO NAO ABERTO" TO WS-MOTIVO-REJEICAO
               WHEN ORC-DATA-VALIDADE < DMV-DATA
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "ORCAMENTO VENCIDO" TO WS-MOTIVO-REJEICAO
               WHEN WS-LIN-QTD >= 20
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "ORCAM. > 20 LINHAS" TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE ORC-VENDEDOR TO WS-VENDEDOR
                   MOVE ORC-PRODUTO TO WS-PRODUTO
                   MOVE ORC-QUANTIDADE TO WS-QUANTIDADE
                   SET CODIGO-IDENTIFICADO TO TRUE
                   PERFORM 0247-VALIDAR-PRODUTO
                   IF VALOR-VALIDO
                       ADD 1 TO WS-LIN-QTD
                       MOVE WS-PRODUTO TO WS-LIN-PRODUTO(WS-LIN-QTD)
                       MOVE WS-QUANTIDADE TO
                           WS-LIN-QUANTIDADE(WS-LIN-QTD)
                       MOVE ORC-VALOR TO WS-LIN-VALOR(WS-LIN-QTD)
                       MOVE ORC-DESCONTO TO
                           WS-LIN-DESCONTO(WS-LIN-QTD)
                       MOVE WS-COD-TRIBUTO TO
                           WS-LIN-TRIBUTO(WS-LIN-QTD)
                       MOVE "BRL" TO WS-LIN-MOEDA(WS-LIN-QTD)
                       MOVE ORC-VALOR TO
                           WS-LIN-VALOR-ORIG(WS-LIN-QTD)
                       ADD ORC-VALOR TO WS-TOTAL-PEDIDO
                   END-IF
           END-EVALUATE.

       0273-MARCAR-ORCAMENTO-CONVERTIDO.
           MOVE WS-ORCAMENTO TO ORC-NUMERO.
           MOVE ZEROS TO ORC-ITEM.
           START ORCAMENTOS KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-ORCAMEN
           END-START.

           PERFORM 0274-CONVERTER-LINHA-ORCAMENTO
               UNTIL WS-FS-ORCAMEN NOT = "00".
           MOVE "00" TO WS-FS-ORCAMEN.

           DISPLAY "ORCAMENTO " WS-ORCAMENTO " CONVERTIDO NO PEDIDO "
               WS-PEDIDO.

       0274-CONVERTER-LINHA-ORCAMENTO.
           READ ORCAMENTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ORCAMEN
               NOT AT END
                   IF ORC-NUMERO NOT = WS-ORCAMENTO
                       MOVE "10" TO WS-FS-ORCAMEN
                   ELSE
                       SET ORC-CONVERTIDO TO TRUE
                       MOVE WS-PEDIDO TO ORC-PEDIDO
                       MOVE DMV-DATA TO ORC-DATA-CONVERSAO
                       MOVE WS-OPERADOR TO ORC-OPERADOR
                       REWRITE ORC-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO MARCAR A LINHA "
                                   ORC-ITEM " DO ORCAMENTO"
                       END-REWRITE
                   END-IF
           END-READ.

      *****************************************
      * ADIANTAMENTOS DO CLIENTE COM SALDO (CTRECEB TIPO "A") SAO
      * OFERECIDOS NO FECHAMENTO DO PEDIDO; O ESCOLHIDO RECEBE A
      * DATA DA VENDA (REC-ADT-DATA-USO) E O APLICRED O COMPENSA
      * CONTRA O TITULO QUE O GERAREC CORTAR PARA ESTE DIA
      *****************************************
       0275-ESCOLHER-ADIANTAMENTO.
           MOVE ZEROS TO WS-ADT-QTD WS-ADT-TOTAL.

           MOVE WS-CLI-CODIGO TO REC-CLIENTE.
           MOVE 10000000 TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.
           PERFORM 0276-LISTAR-ADIANTAMENTOS
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           IF WS-ADT-QTD > ZEROS
               MOVE WS-ADT-TOTAL TO WS-ADT-EDITADO
               DISPLAY "ADIANTAMENTOS DISPONIVEIS: " WS-ADT-EDITADO
               DISPLAY "DOCUMENTO DO ADIANTAMENTO A ABATER DESTA "
                   "VENDA (ZEROS = NENHUM)"
               ACCEPT WS-ADT-DOCUMENTO
               IF WS-ADT-DOCUMENTO NOT = ZEROS
                   PERFORM 0277-RESERVAR-ADIANTAMENTO
               END-IF
           END-IF.

       0276-LISTAR-ADIANTAMENTOS.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLI-CODIGO
                           OR REC-DOCUMENTO > 19999999
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-TIPO-ADIANTAMENTO AND REC-SALDO > ZEROS
                               AND REC-ADT-DATA-USO = ZEROS
                           ADD 1 TO WS-ADT-QTD
                           ADD REC-SALDO TO WS-ADT-TOTAL
                           MOVE REC-SALDO TO WS-ADT-EDITADO
                           DISPLAY "  ADIANTAMENTO " REC-DOCUMENTO
                               " DE " REC-DATA-EMISSAO " SALDO "
                               WS-ADT-EDITADO
                       END-IF
                   END-IF
           END-READ.

       0277-RESERVAR-ADIANTAMENTO.
           MOVE WS-CLI-CODIGO TO REC-CLIENTE.
           MOVE WS-ADT-DOCUMENTO TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY "ADIANTAMENTO NAO ENCONTRADO - VENDA SEGUE "
                       "SEM ABATIMENTO"
               NOT INVALID KEY
                   IF REC-TIPO-ADIANTAMENTO AND REC-SALDO > ZEROS
                           AND REC-ADT-DATA-USO = ZEROS
                       MOVE WS-DATA-MOVIMENTO TO REC-ADT-DATA-USO
                       REWRITE REC-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO RESERVAR O "
                                   "ADIANTAMENTO"
                           NOT INVALID KEY
                               DISPLAY "ADIANTAMENTO " REC-DOCUMENTO
                                   " SERA ABATIDO DO TITULO DA VENDA"
                       END-REWRITE
                   ELSE
                       DISPLAY "DOCUMENTO NAO E ADIANTAMENTO "
                           "DISPONIVEL - VENDA SEGUE SEM ABATIMENTO"
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CTRECEB.

      *****************************************
      * PEDIDO PARA ENTREGA NO CAMINHAO PROPRIO: A ORDEM DE ENTREGA
      * LEVA ENDERECO, CEP E TELEFONE DO CADCLI, O VALOR E OS
      * VOLUMES DO PEDIDO E A DATA PREVISTA (PADRAO = PROXIMO DIA
      * UTIL; DATA DIGITADA QUE NAO E DIA UTIL VAI PARA O SEGUINTE)
      *****************************************
       0280-AGENDAR-ENTREGA.
           DISPLAY "PEDIDO " WS-PEDIDO " PARA ENTREGA (S/N)?".
           ACCEPT WS-PARA-ENTREGA.

           IF WS-PARA-ENTREGA = "S" OR WS-PARA-ENTREGA = "s"
               DISPLAY "DATA PREVISTA DA ENTREGA (AAAAMMDD, ZEROS = "
                   "PROXIMO DIA UTIL)"
               ACCEPT WS-DATA-ENTREGA
               PERFORM 0281-AJUSTAR-DATA-ENTREGA
               PERFORM 0282-PROXIMA-ENTREGA

               MOVE ZEROS TO WS-VOLUMES
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-QTD
                   ADD WS-LIN-QUANTIDADE(WS-LIN-I) TO WS-VOLUMES
               END-PERFORM

               MOVE WS-ENTREGA TO ENT-NUMERO
               MOVE WS-PEDIDO TO ENT-PEDIDO
               MOVE WS-DATA-MOVIMENTO TO ENT-DATA-VENDA
               MOVE WS-CLI-CODIGO TO ENT-CLIENTE
               MOVE CLI-NOME TO ENT-NOME
               MOVE CLI-ENDERECO TO ENT-ENDERECO
               MOVE CLI-CEP TO ENT-CEP
               MOVE CLI-TELEFONE TO ENT-TELEFONE
               MOVE CLI-FILIAL TO ENT-FILIAL
               MOVE WS-TOTAL-PEDIDO TO ENT-VALOR
               MOVE WS-VOLUMES TO ENT-VOLUMES
               MOVE WS-DATA-ENTREGA TO ENT-DATA-PREVISTA
               MOVE WS-DATA-ENTREGA TO ENT-DATA-ORIGINAL
               MOVE ZEROS TO ENT-REAGENDAMENTOS ENT-DATA-BAIXA
               SET ENT-AGENDADA TO TRUE
               MOVE SPACES TO ENT-OCORRENCIA
               MOVE WS-OPERADOR TO ENT-OPERADOR
               WRITE ENT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ENTREGA " WS-ENTREGA
                   NOT INVALID KEY
                       DISPLAY "ENTREGA " WS-ENTREGA
                           " AGENDADA PARA " WS-DATA-ENTREGA
               END-WRITE
               MOVE "00" TO WS-FS-ENTREGA
           END-IF.

       0281-AJUSTAR-DATA-ENTREGA.
           IF WS-DATA-ENTREGA NOT > WS-DATA-MOVIMENTO
               SET CAL-FUNCAO-PROXIMO TO TRUE
               MOVE WS-DATA-MOVIMENTO TO CAL-DATA
               MOVE ZEROS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-DATA-ENTREGA
           ELSE
               SET CAL-FUNCAO-DIA-UTIL TO TRUE
               MOVE WS-DATA-ENTREGA TO CAL-DATA
               MOVE ZEROS TO CAL-DIAS
               CALL "CALNEG" USING CAL-AREA
               IF CAL-NAO
                   SET CAL-FUNCAO-PROXIMO TO TRUE
                   CALL "CALNEG" USING CAL-AREA
                   MOVE CAL-DATA-RESULTADO TO WS-DATA-ENTREGA
               END-IF
           END-IF.

       0282-PROXIMA-ENTREGA.
           MOVE ZEROS TO WS-ENTREGA.
           MOVE ZEROS TO ENT-NUMERO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-NUMERO
               INVALID KEY
                   MOVE "23" TO WS-FS-ENTREGA
           END-START.
           PERFORM 0283-PROXIMA-ENTREGA-LOOP
               UNTIL WS-FS-ENTREGA NOT = "00".
           MOVE "00" TO WS-FS-ENTREGA.
           ADD 1 TO WS-ENTREGA.

       0283-PROXIMA-ENTREGA-LOOP.
           READ ENTREGAS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-ENTREGA
               NOT AT END
                   MOVE ENT-NUMERO TO WS-ENTREGA
           END-READ.

      *****************************************
      * PAGAMENTO EM CHEQUE (FORMA 05): OS DADOS DO CHEQUE SAO
      * DIGITADOS NO CABECALHO DO PEDIDO E O CHEQUE ENTRA NA
      * CUSTODIA (CHEQUES) NO FECHAMENTO, PELO TOTAL DO PEDIDO. BOM
      * PARA ZERADO OU ANTERIOR A DATA DE MOVIMENTO = CHEQUE A VISTA,
      * DEPOSITADO NO PROPRIO DIA PELO CHQDEP
      *****************************************
       0278-CAPTURAR-CHEQUE.
           IF CHEQUES-INDISPONIVEL
               SET VALOR-INVALIDO TO TRUE
               MOVE "SEM CUSTODIA CHEQUES" TO WS-MOTIVO-REJEICAO
           ELSE
               DISPLAY "BANCO DO CHEQUE (3 DIGITOS)"
               ACCEPT WS-CHQ-BANCO
               DISPLAY "AGENCIA DO CHEQUE"
               ACCEPT WS-CHQ-AGENCIA
               DISPLAY "CONTA DO CHEQUE"
               ACCEPT WS-CHQ-CONTA
               DISPLAY "NUMERO DO CHEQUE"
               ACCEPT WS-CHQ-NUMERO
               DISPLAY "CPF/CNPJ DO EMITENTE (ZEROS = DOCUMENTO DO "
                   "CLIENTE)"
               ACCEPT WS-CHQ-EMITENTE
               IF WS-CHQ-EMITENTE = ZEROS
                   MOVE CLI-CPF TO WS-CHQ-EMITENTE
               END-IF
               DISPLAY "BOM PARA (AAAAMMDD, ZEROS = A VISTA)"
               ACCEPT WS-CHQ-BOM-PARA
               IF WS-CHQ-BOM-PARA < WS-DATA-MOVIMENTO
                   MOVE WS-DATA-MOVIMENTO TO WS-CHQ-BOM-PARA
               END-IF

               IF WS-CHQ-BANCO = ZEROS OR WS-CHQ-NUMERO = ZEROS
                       OR WS-CHQ-CONTA = SPACES
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "CHEQUE INVALIDO" TO WS-MOTIVO-REJEICAO
               END-IF
               IF VALOR-VALIDO AND WS-CHQ-EMITENTE = ZEROS
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "EMITENTE INVALIDO" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       0279-GRAVAR-CHEQUE.
           PERFORM 0259-PROXIMO-CHEQUE.

           MOVE WS-CLI-CODIGO TO CHQ-CLIENTE.
           MOVE WS-CHQ-SEQUENCIA TO CHQ-SEQUENCIA.
           MOVE WS-CHQ-BANCO TO CHQ-BANCO.
           MOVE WS-CHQ-AGENCIA TO CHQ-AGENCIA.
           MOVE WS-CHQ-CONTA TO CHQ-CONTA.
           MOVE WS-CHQ-NUMERO TO CHQ-NUMERO.
           MOVE WS-CHQ-EMITENTE TO CHQ-EMITENTE-DOC.
           MOVE WS-TOTAL-PEDIDO TO CHQ-VALOR.
           MOVE WS-CHQ-BOM-PARA TO CHQ-BOM-PARA.
           MOVE WS-DATA-MOVIMENTO TO CHQ-DATA-RECEBIMENTO.
           MOVE WS-PEDIDO TO CHQ-PEDIDO.
           MOVE CLI-FILIAL TO CHQ-FILIAL.
           MOVE WS-OPERADOR TO CHQ-OPERADOR.
           SET CHQ-EM-CUSTODIA TO TRUE.
           MOVE ZEROS TO CHQ-DATA-DEPOSITO CHQ-DATA-DEVOLUCAO
               CHQ-ALINEA CHQ-DOCUMENTO-REC.
           WRITE CHQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CHEQUE NA CUSTODIA"
               NOT INVALID KEY
                   DISPLAY "CHEQUE " WS-CHQ-NUMERO " EM CUSTODIA "
                       "BOM PARA " WS-CHQ-BOM-PARA
           END-WRITE.
           MOVE "00" TO WS-FS-CHEQUES.

      *****************************************
      * VENDA EM CARTAO (FORMA 02): ADQUIRENTE (ZEROS = PADRAO) E
      * NUMERO DE PARCELAS (ZEROS = A VISTA), LIMITADO AO MAXIMO DA
      * ADQUIRENTE
      *****************************************
       0223-CAPTURAR-CARTAO.
           DISPLAY "ADQUIRENTE DO CARTAO (ZEROS = PADRAO)".
           ACCEPT WS-ADQUIRENTE.
           DISPLAY "NUMERO DE PARCELAS NO CARTAO (ZEROS = A VISTA)".
           ACCEPT WS-PARCELAS-CARTAO.
           IF WS-PARCELAS-CARTAO = ZEROS
               MOVE 1 TO WS-PARCELAS-CARTAO
           END-IF.

           PERFORM 0224-LOCALIZAR-ADQUIRENTE.

           IF WS-ADQ-ACHADA = ZEROS
               SET VALOR-INVALIDO TO TRUE
               MOVE "ADQUIRENTE INVALIDA" TO WS-MOTIVO-REJEICAO
           ELSE
               IF WS-PARCELAS-CARTAO >
                       WS-ADQ-TAB-MAX-PARC(WS-ADQ-ACHADA)
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "PARCELAS ACIMA MAXIMO" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       0224-LOCALIZAR-ADQUIRENTE.
           MOVE ZEROS TO WS-ADQ-ACHADA.
           IF WS-ADQUIRENTE = ZEROS
               MOVE 1 TO WS-ADQ-ACHADA
               MOVE WS-ADQ-TAB-CODIGO(1) TO WS-ADQUIRENTE
           ELSE
               PERFORM VARYING WS-ADQ-I FROM 1 BY 1
                       UNTIL WS-ADQ-I > WS-ADQ-QTD
                           OR WS-ADQ-ACHADA > ZEROS
                   IF WS-ADQ-TAB-CODIGO(WS-ADQ-I) = WS-ADQUIRENTE
                       MOVE WS-ADQ-I TO WS-ADQ-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************
      * AGENDA DE RECEBIMENTO DA VENDA EM CARTAO (CARTREC): UMA
      * ENTRADA POR PARCELA, O CENTAVO QUE SOBRA DA DIVISAO FICA NA
      * PRIMEIRA. O CREDITO DA PARCELA N CAI NO PRAZO DA ADQUIRENTE
      * MAIS (N - 1) X 30 DIAS, ROLADO PARA O PROXIMO DIA UTIL, E O
      * LIQUIDO DESCONTA A TAXA A VISTA OU A PARCELADA. AS LINHAS DO
      * LOTE DO MESMO PEDIDO DA LOJA VIRTUAL SOMAM NAS MESMAS
      * PARCELAS
      *****************************************
       0221-GERAR-AGENDA-CARTAO.
           IF WS-PARCELAS-CARTAO = ZEROS
               MOVE 1 TO WS-PARCELAS-CARTAO
           END-IF.
           IF WS-PARCELAS-CARTAO = 1
               MOVE WS-ADQ-TAB-TAXA-VISTA(WS-ADQ-ACHADA) TO
                   WS-TAXA-CARTAO
           ELSE
               MOVE WS-ADQ-TAB-TAXA-PARC(WS-ADQ-ACHADA) TO
                   WS-TAXA-CARTAO
           END-IF.

           DIVIDE WS-VALOR BY WS-PARCELAS-CARTAO
               GIVING WS-VALOR-PARCELA.
           COMPUTE WS-PRIMEIRA-PARCELA = WS-VALOR -
               (WS-VALOR-PARCELA * (WS-PARCELAS-CARTAO - 1)).

           PERFORM 0222-GRAVAR-PARCELA-CARTAO
               VARYING WS-PARCELA-I FROM 1 BY 1
               UNTIL WS-PARCELA-I > WS-PARCELAS-CARTAO.

       0222-GRAVAR-PARCELA-CARTAO.
           MOVE WS-DATA-MOVIMENTO TO CRC-DATA-VENDA.
           MOVE WS-PEDIDO TO CRC-PEDIDO.
           MOVE WS-PARCELA-I TO CRC-PARCELA.

           IF WS-PARCELA-I = 1
               MOVE WS-PRIMEIRA-PARCELA TO WS-VALOR-NA-PARCELA
           ELSE
               MOVE WS-VALOR-PARCELA TO WS-VALOR-NA-PARCELA
           END-IF.

           READ AGENDA-CARTOES
               INVALID KEY
                   SET CAL-FUNCAO-SOMAR TO TRUE
                   MOVE WS-DATA-MOVIMENTO TO CAL-DATA
                   COMPUTE CAL-DIAS =
                       WS-ADQ-TAB-PRAZO(WS-ADQ-ACHADA) +
                       ((WS-PARCELA-I - 1) * 30)
                   MOVE ZEROS TO CAL-FILIAL
                   CALL "CALNEG" USING CAL-AREA
                   SET CAL-FUNCAO-DIA-UTIL TO TRUE
                   MOVE CAL-DATA-RESULTADO TO CAL-DATA
                   CALL "CALNEG" USING CAL-AREA
                   IF CAL-NAO
                       SET CAL-FUNCAO-PROXIMO TO TRUE
                       CALL "CALNEG" USING CAL-AREA
                   END-IF
                   MOVE CAL-DATA-RESULTADO TO CRC-DATA-PREVISTA
                   MOVE WS-ADQUIRENTE TO CRC-ADQUIRENTE
                   MOVE WS-CLI-CODIGO TO CRC-CLIENTE
                   MOVE WS-PARCELAS-CARTAO TO CRC-QTD-PARCELAS
                   MOVE WS-VALOR-NA-PARCELA TO CRC-VALOR-BRUTO
                   MOVE WS-TAXA-CARTAO TO CRC-TAXA
                   COMPUTE CRC-VALOR-LIQUIDO ROUNDED =
                       CRC-VALOR-BRUTO * (1 - (CRC-TAXA / 100))
                   SET CRC-ABERTA TO TRUE
                   MOVE ZEROS TO CRC-DATA-LIQUIDACAO
                   WRITE CRC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A AGENDA DO CARTAO "
                               "- PEDIDO " WS-PEDIDO
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-NA-PARCELA TO CRC-VALOR-BRUTO
                   COMPUTE CRC-VALOR-LIQUIDO ROUNDED =
                       CRC-VALOR-BRUTO * (1 - (CRC-TAXA / 100))
                   REWRITE CRC-REGISTRO
                   END-REWRITE
           END-READ.
           MOVE "00" TO WS-FS-CARTREC.

      *****************************************
      * ESTORNO DE VENDA EM CARTAO: A ADQUIRENTE CANCELA AS PARCELAS
      * FUTURAS, ENTAO O VALOR ESTORNADO SAI DAS PARCELAS AINDA EM
      * ABERTO DA VENDA ORIGINAL, DA ULTIMA PARA A PRIMEIRA. O QUE
      * PASSAR DO EM ABERTO (PARCELAS JA LIQUIDADAS) A ADQUIRENTE
      * DEBITA NA LIQUIDACAO E APARECE NO CARTCONC
      *****************************************
       0237-ESTORNAR-AGENDA-CARTAO.
           MOVE WS-VALOR TO WS-ESTORNO-RESTANTE.
           IF WS-REF-PARCELAS = ZEROS
               MOVE 1 TO WS-REF-PARCELAS
           END-IF.

           PERFORM 0238-ESTORNAR-PARCELA-CARTAO
               VARYING WS-PARCELA-I FROM WS-REF-PARCELAS BY -1
               UNTIL WS-PARCELA-I < 1
                   OR WS-ESTORNO-RESTANTE = ZEROS.

       0238-ESTORNAR-PARCELA-CARTAO.
           MOVE WS-REF-DATA TO CRC-DATA-VENDA.
           MOVE WS-REF-PEDIDO TO CRC-PEDIDO.
           MOVE WS-PARCELA-I TO CRC-PARCELA.
           READ AGENDA-CARTOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRC-ABERTA AND CRC-VALOR-BRUTO > ZEROS
                       IF CRC-VALOR-BRUTO > WS-ESTORNO-RESTANTE
                           MOVE WS-ESTORNO-RESTANTE TO
                               WS-ESTORNO-PARCELA
                       ELSE
                           MOVE CRC-VALOR-BRUTO TO WS-ESTORNO-PARCELA
                       END-IF
                       SUBTRACT WS-ESTORNO-PARCELA FROM CRC-VALOR-BRUTO
                       SUBTRACT WS-ESTORNO-PARCELA FROM
                           WS-ESTORNO-RESTANTE
                       COMPUTE CRC-VALOR-LIQUIDO ROUNDED =
                           CRC-VALOR-BRUTO * (1 - (CRC-TAXA / 100))
                       REWRITE CRC-REGISTRO
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CARTREC.

      *****************************************
      * SEQUENCIA DO CHEQUE = MAIOR SEQUENCIA DO CLIENTE MAIS UM
      *****************************************
       0259-PROXIMO-CHEQUE.
           MOVE ZEROS TO WS-CHQ-SEQUENCIA.
           MOVE WS-CLI-CODIGO TO CHQ-CLIENTE.
           MOVE ZEROS TO CHQ-SEQUENCIA.
           START CUSTODIA-CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CHEQUES
           END-START.
           PERFORM 0264-PROXIMO-CHEQUE-LOOP
               UNTIL WS-FS-CHEQUES NOT = "00".
           MOVE "00" TO WS-FS-CHEQUES.
           ADD 1 TO WS-CHQ-SEQUENCIA.

       0264-PROXIMO-CHEQUE-LOOP.
           READ CUSTODIA-CHEQUES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CHEQUES
               NOT AT END
                   IF CHQ-CLIENTE NOT = WS-CLI-CODIGO
                       MOVE "10" TO WS-FS-CHEQUES
                   ELSE
                       MOVE CHQ-SEQUENCIA TO WS-CHQ-SEQUENCIA
                   END-IF
           END-READ.

      *****************************************
      * RESGATE DE PONTOS COMO FORMA DE PAGAMENTO 04: O VALOR DA
      * VENDA (OU DO PEDIDO) TEM DE CABER NO SALDO DE PONTOS DO
      * CLIENTE AINDA DENTRO DA VALIDADE, AO VALOR DO PONTO DO
      * PONTCFG
      *****************************************
       0284-VERIFICAR-SALDO-PONTOS.
           IF PONTOS-INDISPONIVEL
               SET VALOR-INVALIDO TO TRUE
               MOVE "PONTOS INDISPONIVEL" TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 0285-APURAR-SALDO-PONTOS
               COMPUTE WS-PONTOS-REAIS =
                   WS-PONTOS-SALDO * WS-VALOR-PONTO
               IF WS-MODO-EXECUCAO NOT = "BATCH"
                   MOVE WS-PONTOS-SALDO TO WS-PONTOS-EDITADO
                   MOVE WS-PONTOS-REAIS TO WS-PONTOS-REAIS-EDIT
                   DISPLAY "SALDO DE PONTOS: " WS-PONTOS-EDITADO
                       " (R$ " WS-PONTOS-REAIS-EDIT ")"
               END-IF
               IF WS-VALOR > WS-PONTOS-REAIS
                   SET VALOR-INVALIDO TO TRUE
                   MOVE "PONTOS INSUFICIENTES" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       0285-APURAR-SALDO-PONTOS.
           MOVE ZEROS TO WS-PONTOS-SALDO.

           MOVE WS-CLI-CODIGO TO PTS-CLIENTE.
           MOVE ZEROS TO PTS-DATA PTS-SEQUENCIA.
           MOVE SPACES TO PTS-TIPO.
           START PONTOS-FIDELIDADE KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PONTOS
           END-START.

           PERFORM 0286-SOMAR-LOTE-LOOP
               UNTIL WS-FS-PONTOS NOT = "00".

           MOVE "00" TO WS-FS-PONTOS.

       0286-SOMAR-LOTE-LOOP.
           READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PONTOS
               NOT AT END
                   IF PTS-CLIENTE NOT = WS-CLI-CODIGO
                       MOVE "10" TO WS-FS-PONTOS
                   ELSE
                       IF PTS-TIPO-LOTE
                               AND PTS-VALIDADE NOT < DMV-DATA
                           ADD PTS-SALDO TO WS-PONTOS-SALDO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * PONTOS DE FIDELIDADE NO POSTING, NA CHAVE DO DETALHE RECEM
      * GRAVADO: VENDA GANHA PONTOS (TAXA DO PONTCFG, MAIOR PARA
      * CLIENTE CLASSE A) NUM LOTE COM VALIDADE; VENDA PAGA EM
      * PONTOS RESGATA DOS LOTES MAIS ANTIGOS E NAO PONTUA; ESTORNO
      * DE VENDA COMUM TIRA OS PONTOS GANHOS NA PROPORCAO DO VALOR
      * ESTORNADO (DO LOTE DA PROPRIA VENDA E, SE JA GASTO, DOS MAIS
      * ANTIGOS, ATE ONDE HOUVER SALDO); ESTORNO DE VENDA PAGA EM
      * PONTOS DEVOLVE OS PONTOS NUM LOTE NOVO
      *****************************************
       0287-LANCAR-PONTOS.
           EVALUATE TRUE
               WHEN LANCAMENTO-VENDA AND WS-FORMA-PAGTO = 4
                   PERFORM 0288-RESGATAR-PONTOS
               WHEN LANCAMENTO-VENDA
                   PERFORM 0289-CREDITAR-PONTOS
               WHEN WS-FORMA-PAGTO = 4
                   PERFORM 0290-DEVOLVER-PONTOS
               WHEN OTHER
                   PERFORM 0291-REVERTER-PONTOS
           END-EVALUATE.

       0288-RESGATAR-PONTOS.
           COMPUTE WS-PONTOS-LANCAR ROUNDED =
               WS-VALOR / WS-VALOR-PONTO
               ON SIZE ERROR
                   MOVE 9999999 TO WS-PONTOS-LANCAR
           END-COMPUTE.

           MOVE WS-PONTOS-LANCAR TO WS-PONTOS-RESTANTES.
           PERFORM 0295-BAIXAR-LOTES-FIFO.

           PERFORM 0292-MONTAR-LANCAMENTO-PONTOS.
           SET PTS-TIPO-RESGATE TO TRUE.
           COMPUTE PTS-PONTOS =
               WS-PONTOS-LANCAR - WS-PONTOS-RESTANTES.
           PERFORM 0294-GRAVAR-PONTOS.

       0289-CREDITAR-PONTOS.
           IF CLI-CLASSE-A
               COMPUTE WS-PONTOS-LANCAR = WS-VALOR * WS-PONTOS-REAL-A
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-PONTOS-LANCAR
               END-COMPUTE
           ELSE
               COMPUTE WS-PONTOS-LANCAR = WS-VALOR * WS-PONTOS-REAL
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-PONTOS-LANCAR
               END-COMPUTE
           END-IF.

           IF WS-PONTOS-LANCAR > ZEROS
               PERFORM 0293-CALCULAR-VALIDADE
               PERFORM 0292-MONTAR-LANCAMENTO-PONTOS
               SET PTS-TIPO-GANHO TO TRUE
               MOVE WS-PONTOS-LANCAR TO PTS-PONTOS PTS-SALDO
               MOVE WS-PONTOS-VALIDADE TO PTS-VALIDADE
               PERFORM 0294-GRAVAR-PONTOS
           END-IF.

       0290-DEVOLVER-PONTOS.
           MOVE WS-CLI-CODIGO TO PTS-CLIENTE.
           MOVE WS-REF-DATA TO PTS-DATA.
           MOVE WS-REF-SEQUENCIA TO PTS-SEQUENCIA.
           SET PTS-TIPO-RESGATE TO TRUE.
           PERFORM 0296-PONTOS-DA-VENDA-ORIGINAL.

           IF WS-REF-PONTOS = ZEROS
               COMPUTE WS-PONTOS-LANCAR ROUNDED =
                   WS-VALOR / WS-VALOR-PONTO
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-PONTOS-LANCAR
               END-COMPUTE
           END-IF.

           IF WS-PONTOS-LANCAR > ZEROS
               PERFORM 0293-CALCULAR-VALIDADE
               PERFORM 0292-MONTAR-LANCAMENTO-PONTOS
               SET PTS-TIPO-DEVOLVIDO TO TRUE
               MOVE WS-PONTOS-LANCAR TO PTS-PONTOS PTS-SALDO
               MOVE WS-PONTOS-VALIDADE TO PTS-VALIDADE
               PERFORM 0294-GRAVAR-PONTOS
           END-IF.

       0291-REVERTER-PONTOS.
           MOVE WS-CLI-CODIGO TO PTS-CLIENTE.
           MOVE WS-REF-DATA TO PTS-DATA.
           MOVE WS-REF-SEQUENCIA TO PTS-SEQUENCIA.
           SET PTS-TIPO-GANHO TO TRUE.
           PERFORM 0296-PONTOS-DA-VENDA-ORIGINAL.
           MOVE WS-PONTOS-LANCAR TO WS-PONTOS-RESTANTES.

      *    PRIMEIRO O LOTE DA PROPRIA VENDA, AINDA POSICIONADO
           IF WS-PONTOS-RESTANTES > ZEROS AND PTS-SALDO > ZEROS
               PERFORM 0297-BAIXAR-SALDO-LOTE
           END-IF.

           IF WS-PONTOS-RESTANTES > ZEROS
               PERFORM 0295-BAIXAR-LOTES-FIFO
           END-IF.

           IF WS-PONTOS-LANCAR > WS-PONTOS-RESTANTES
               PERFORM 0292-MONTAR-LANCAMENTO-PONTOS
               SET PTS-TIPO-ESTORNO TO TRUE
               COMPUTE PTS-PONTOS =
                   WS-PONTOS-LANCAR - WS-PONTOS-RESTANTES
               PERFORM 0294-GRAVAR-PONTOS
           END-IF.

      *****************************************
      * PONTOS DO MOVIMENTO DA VENDA ORIGINAL (CHAVE JA MONTADA EM
      * PTS-CHAVE) PROPORCIONAIS AO VALOR ESTORNADO; SEM MOVIMENTO
      * (VENDA ANTERIOR AO PROGRAMA) O RESULTADO E ZERO
      *****************************************
       0296-PONTOS-DA-VENDA-ORIGINAL.
           MOVE ZEROS TO WS-REF-PONTOS WS-PONTOS-LANCAR.

           READ PONTOS-FIDELIDADE
               INVALID KEY
                   MOVE ZEROS TO PTS-SALDO
               NOT INVALID KEY
                   MOVE PTS-PONTOS TO WS-REF-PONTOS
           END-READ.
           MOVE "00" TO WS-FS-PONTOS.

           IF WS-REF-PONTOS > ZEROS AND WS-VALOR-ORIGINAL > ZEROS
               COMPUTE WS-PONTOS-LANCAR ROUNDED =
                   WS-REF-PONTOS * WS-VALOR / WS-VALOR-ORIGINAL
                   ON SIZE ERROR
                       MOVE WS-REF-PONTOS TO WS-PONTOS-LANCAR
               END-COMPUTE
           END-IF.

       0292-MONTAR-LANCAMENTO-PONTOS.
           MOVE VDT-CODIGO TO PTS-CLIENTE.
           MOVE VDT-DATA TO PTS-DATA.
           MOVE VDT-SEQUENCIA TO PTS-SEQUENCIA.
           MOVE ZEROS TO PTS-PONTOS PTS-SALDO PTS-VALIDADE.
           MOVE WS-VALOR TO PTS-VALOR.
           IF LANCAMENTO-ESTORNO
               MOVE WS-REF-DATA TO PTS-REF-DATA
               MOVE WS-REF-SEQUENCIA TO PTS-REF-SEQUENCIA
           ELSE
               MOVE ZEROS TO PTS-REF-DATA PTS-REF-SEQUENCIA
           END-IF.
           MOVE VDT-FILIAL TO PTS-FILIAL.
           MOVE WS-OPERADOR TO PTS-OPERADOR.
           MOVE VDT-DATA TO PTS-DATA-LANCAMENTO.

      *****************************************
      * VALIDADE DO LOTE: ULTIMO DIA DO MES QUE FICA N MESES (PONTCFG)
      * DEPOIS DO MES DO LANCAMENTO - O DIA 1 DO MES SEGUINTE MENOS
      * UM DIA CORRIDO NO CALNEG
      *****************************************
       0293-CALCULAR-VALIDADE.
           MOVE DMV-DATA TO WS-VALIDADE-CALC.
           MOVE 1 TO WS-VC-DIA.

           PERFORM WS-VALIDADE-MESES TIMES
               PERFORM 0298-AVANCAR-MES-VALIDADE
           END-PERFORM.
           PERFORM 0298-AVANCAR-MES-VALIDADE.

           SET CAL-FUNCAO-SUBTRAIR TO TRUE.
           MOVE WS-VALIDADE-CALC TO CAL-DATA.
           MOVE 1 TO CAL-DIAS.
           MOVE ZEROS TO CAL-FILIAL.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-PONTOS-VALIDADE.

       0298-AVANCAR-MES-VALIDADE.
           IF WS-VC-MES = 12
               MOVE 1 TO WS-VC-MES
               ADD 1 TO WS-VC-ANO
           ELSE
               ADD 1 TO WS-VC-MES
           END-IF.

       0294-GRAVAR-PONTOS.
           WRITE PTS-REGISTRO
               INVALID KEY
                   DISPLAY "MOVIMENTO DE PONTOS JA EXISTE PARA O "
                       "CLIENTE " PTS-CLIENTE " CHAVE " PTS-DATA
                       " " PTS-SEQUENCIA
           END-WRITE.
           MOVE "00" TO WS-FS-PONTOS.

      *****************************************
      * BAIXA DE WS-PONTOS-RESTANTES DOS LOTES DO CLIENTE DENTRO DA
      * VALIDADE, DO MAIS ANTIGO PARA O MAIS NOVO (ORDEM DA CHAVE);
      * O QUE NAO COUBER NO SALDO FICA EM WS-PONTOS-RESTANTES
      *****************************************
       0295-BAIXAR-LOTES-FIFO.
           MOVE WS-CLI-CODIGO TO PTS-CLIENTE.
           MOVE ZEROS TO PTS-DATA PTS-SEQUENCIA.
           MOVE SPACES TO PTS-TIPO.
           START PONTOS-FIDELIDADE KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-PONTOS
           END-START.

           PERFORM 0299-BAIXAR-LOTE-LOOP
               UNTIL WS-FS-PONTOS NOT = "00"
                   OR WS-PONTOS-RESTANTES = ZEROS.

           MOVE "00" TO WS-FS-PONTOS.

       0299-BAIXAR-LOTE-LOOP.
           READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PONTOS
               NOT AT END
                   IF PTS-CLIENTE NOT = WS-CLI-CODIGO
                       MOVE "10" TO WS-FS-PONTOS
                   ELSE
                       IF PTS-TIPO-LOTE AND PTS-SALDO > ZEROS
                               AND PTS-VALIDADE NOT < DMV-DATA
                           PERFORM 0297-BAIXAR-SALDO-LOTE
                       END-IF
                   END-IF
           END-READ.

       0297-BAIXAR-SALDO-LOTE.
           IF PTS-SALDO > WS-PONTOS-RESTANTES
               MOVE WS-PONTOS-RESTANTES TO WS-PONTOS-BAIXAR
           ELSE
               MOVE PTS-SALDO TO WS-PONTOS-BAIXAR
           END-IF.

           SUBTRACT WS-PONTOS-BAIXAR FROM PTS-SALDO.
           SUBTRACT WS-PONTOS-BAIXAR FROM WS-PONTOS-RESTANTES.

           REWRITE PTS-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O LOTE DE PONTOS DO CLIENTE "
                       PTS-CLIENTE
           END-REWRITE.

      *****************************************
      * NUMERO DE PEDIDO SEQUENCIAL GLOBAL NO ARQUIVO PEDCTL (LIDO,
      * INCREMENTADO E REGRAVADO A CADA PEDIDO)
                       PERFORM 0226-PEDIR-LIBERACAO
                   END-IF
               END-IF

               IF LIMITE-OK AND CLI-GRUPO IS NUMERIC
                       AND CLI-GRUPO > ZEROS
                   PERFORM 0233-VERIFICAR-LIMITE-GRUPO
               END-IF
           END-IF.

       0226-PEDIR-LIBERACAO.

           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU CLIENTE " WS-CLI-CODIGO " VALOR " WS-VALOR
               " TOTAL MES " WS-TOTAL-MES-CLIENTE
               " LIMITE " CLI-LIMITE-CREDITO
           CLOSE LOG-LIBERACOES.
           MOVE "00" TO WS-FS-OVERLOG.

      *****************************************
      * GRUPO ECONOMICO: A EXPOSICAO DO GRUPO E O SALDO EM ABERTO DOS
      * TITULOS (CTRECEB) DE TODAS AS EMPRESAS LIGADAS NO GRPCLI MAIS
      * O VALOR DESTA VENDA, CONTRA O LIMITE DO GRUPO (GRPMST). GRUPO
      * INATIVO OU COM LIMITE ZERO NAO TEM TETO CONSOLIDADO. ESTOURO
      * SEGUE O LIMITE DO CLIENTE: NO BALCAO O SUPERVISOR PODE LIBERAR
      * (OVERLOG), NO BATCH REJEITA
      *****************************************
       0233-VERIFICAR-LIMITE-GRUPO.
           IF GRUPOS-DISPONIVEIS AND RECEBER-DISPONIVEL
               MOVE CLI-GRUPO TO GRP-CODIGO WS-GRUPO-VENDA
               READ CADASTRO-GRUPOS
                   INVALID KEY
                       MOVE ZEROS TO GRP-LIMITE-CREDITO
               END-READ
               MOVE "00" TO WS-FS-GRPMST

               IF GRP-ATIVO AND GRP-LIMITE-CREDITO > ZEROS
                   MOVE WS-VALOR TO WS-EXPOSICAO-GRUPO
                   MOVE WS-GRUPO-VENDA TO GRC-GRUPO
                   MOVE ZEROS TO GRC-CODIGO
                   START INDICE-GRUPOS KEY IS NOT LESS THAN GRC-CHAVE
                       INVALID KEY
                           MOVE "10" TO WS-FS-GRPCLI
                   END-START
                   PERFORM 0239-SOMAR-MEMBRO-GRUPO
                       UNTIL WS-FS-GRPCLI NOT = "00"
                   MOVE "00" TO WS-FS-GRPCLI

                   IF WS-EXPOSICAO-GRUPO > GRP-LIMITE-CREDITO
                       MOVE "LIMITE DO GRUPO" TO WS-MOTIVO-REJEICAO
                       IF WS-MODO-EXECUCAO = "BATCH"
                           SET LIMITE-EXCEDIDO TO TRUE
                       ELSE
                           PERFORM 0242-PEDIR-LIBERACAO-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0239-SOMAR-MEMBRO-GRUPO.
           READ INDICE-GRUPOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-GRPCLI
               NOT AT END
                   IF GRC-GRUPO NOT = WS-GRUPO-VENDA
                       MOVE "10" TO WS-FS-GRPCLI
                   ELSE
                       MOVE GRC-CODIGO TO WS-MEMBRO-GRUPO REC-CLIENTE
                       MOVE ZEROS TO REC-DOCUMENTO
                       START CONTAS-RECEBER
                           KEY IS NOT LESS THAN REC-CHAVE
                           INVALID KEY
                               MOVE "23" TO WS-FS-CTRECEB
                       END-START
                       PERFORM 0243-SOMAR-TITULO-MEMBRO
                           UNTIL WS-FS-CTRECEB NOT = "00"
                       MOVE "00" TO WS-FS-CTRECEB
                   END-IF
           END-READ.

       0243-SOMAR-TITULO-MEMBRO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-MEMBRO-GRUPO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                           ADD REC-SALDO TO WS-EXPOSICAO-GRUPO
                       END-IF
                   END-IF
           END-READ.

       0242-PEDIR-LIBERACAO-GRUPO.
           MOVE WS-EXPOSICAO-GRUPO TO WS-EXPOSICAO-EDITADA.
           MOVE GRP-LIMITE-CREDITO TO WS-LIMITE-GRUPO-EDITADO.

           DISPLAY "*** VENDA ULTRAPASSA O LIMITE DO GRUPO ECONOMICO "
               WS-GRUPO-VENDA " ***".
           DISPLAY "GRUPO: " GRP-NOME.
           DISPLAY "EXPOSICAO COM A VENDA: " WS-EXPOSICAO-EDITADA
               " LIMITE DO GRUPO: " WS-LIMITE-GRUPO-EDITADO.
           DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               DISPLAY "VENDA LIBERADA PELO SUPERVISOR"
               CALL "DATMOV" USING DMV-AREA
               MOVE DMV-DATA TO WS-OVR-DATA
               ACCEPT WS-OVR-HORA FROM TIME
               OPEN EXTEND LOG-LIBERACOES
               IF WS-FS-OVERLOG NOT = "00"
                   OPEN OUTPUT LOG-LIBERACOES
               END-IF
               MOVE SPACES TO OVR-LINHA
               STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
                   " " WS-OPERADOR
                   " LIBEROU CLIENTE " WS-CLI-CODIGO " VALOR " WS-VALOR
                   " GRUPO " WS-GRUPO-VENDA
                   " EXPOS " WS-EXPOSICAO-GRUPO
                   DELIMITED BY SIZE INTO OVR-LINHA
               WRITE OVR-LINHA
               CLOSE LOG-LIBERACOES
               MOVE "00" TO WS-FS-OVERLOG
           ELSE
               DISPLAY "LIBERACAO NEGADA - VENDA REJEITADA"
               SET LIMITE-EXCEDIDO TO TRUE
           END-IF.

      *****************************************
      * BLOQUEIO POR INADIMPLENCIA: CLIENTE COM TITULO EM ABERTO NO
      * CTRECEB VENCIDO ALEM DA CARENCIA (INADCFG) NAO COMPRA; NO
      * BALCAO O SUPERVISOR PODE LIBERAR (MESMO TRATAMENTO DO LIMITE
      * DE CREDITO, COM REGISTRO NO OVERLOG), NO BATCH REJEITA.
      * CHEQUE DEVOLVIDO AINDA NAO PAGO (TITULO 7000SSSS DO CHQMNT
      * COM SALDO) BLOQUEIA DA MESMA FORMA, SEM CARENCIA
      *****************************************
       0229-VERIFICAR-INADIMPLENCIA.
           SET INADIMPLENCIA-OK TO TRUE.
           SET SEM-CHEQUE-DEVOLVIDO TO TRUE.
           MOVE ZEROS TO WS-MAIOR-ATRASO WS-SALDO-VENCIDO.

           IF RECEBER-INDISPONIVEL
               MOVE "00" TO WS-FS-CTRECEB

               IF WS-MAIOR-ATRASO > WS-CARENCIA-DIAS
                       OR CHEQUE-DEVOLVIDO-ABERTO
                   IF CHEQUE-DEVOLVIDO-ABERTO
                       MOVE "CHEQUE DEVOLVIDO" TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE "CLIENTE INADIMPLENTE" TO WS-MOTIVO-REJEICAO
                   END-IF
                   IF WS-MODO-EXECUCAO = "BATCH"
                       SET INADIMPLENCIA-BLOQUEADA TO TRUE
                   ELSE
                   IF REC-CLIENTE NOT = WS-CLI-CODIGO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                               AND REC-DOCUMENTO >= 70000000
                               AND REC-DOCUMENTO <= 79999999
                           SET CHEQUE-DEVOLVIDO-ABERTO TO TRUE
                       END-IF
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                               AND REC-VENCIMENTO < DMV-DATA
                           ADD REC-SALDO TO WS-SALDO-VENCIDO
               "CARENCIA ***".
           DISPLAY "SALDO VENCIDO: " WS-VENCIDO-EDITADO
               " MAIOR ATRASO: " WS-MAIOR-ATRASO " DIAS".
           IF CHEQUE-DEVOLVIDO-ABERTO
               DISPLAY "*** CLIENTE COM CHEQUE DEVOLVIDO EM ABERTO ***"
           END-IF.
           DISPLAY "LIBERACAO DO SUPERVISOR - DIGITE O OPERADOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".

           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU CLIENTE " WS-CLI-CODIGO " VALOR " WS-VALOR
               " SALDO VENCIDO " WS-SALDO-VENCIDO
               " ATRASO " WS-MAIOR-ATRASO " DIAS"

           MOVE SPACES TO OVR-LINHA.
           STRING SGN-USUARIO " " WS-OVR-DATA " " WS-OVR-HORA
               " " WS-OPERADOR
               " LIBEROU DESCONTO CLIENTE " WS-CLI-CODIGO
               " VALOR " WS-VALOR
               " DESCONTO " WS-DESCONTO-MANUAL
               MOVE "FORMA PAGTO INVALIDA" TO WS-MOTIVO-REJEICAO
           END-IF.

      *****************************************
      * O CODIGO DIGITADO (OU LIDO PELO LEITOR) COM MAIS DE SEIS
      * DIGITOS E O CODIGO DE BARRAS EAN-13: O PRODUTO E ACHADO
      * PELA CHAVE ALTERNATIVA PRD-EAN DO PRODMST
      *****************************************
       0244-IDENTIFICAR-PRODUTO.
           SET CODIGO-IDENTIFICADO TO TRUE.

           IF WS-CODIGO-LIDO > 999999
               MOVE ZEROS TO WS-PRODUTO
               IF PRODUTOS-DISPONIVEL
                   MOVE WS-CODIGO-LIDO TO PRD-EAN
                   READ CADASTRO-PRODUTOS KEY IS PRD-EAN
                       INVALID KEY
                           SET CODIGO-NAO-IDENTIFICADO TO TRUE
                       NOT INVALID KEY
                           MOVE PRD-CODIGO TO WS-PRODUTO
                   END-READ
               END-IF
           ELSE
               MOVE WS-CODIGO-LIDO TO WS-PRODUTO
           END-IF.

       0247-VALIDAR-PRODUTO.
           IF PRODUTOS-INDISPONIVEL
               SET VALOR-INVALIDO TO TRUE
               END-IF
           END-IF.

           IF CODIGO-NAO-IDENTIFICADO
               SET VALOR-INVALIDO TO TRUE
               MOVE "EAN NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
           END-IF.

       0246-VALIDAR-VENDEDOR.
           IF VENDEDORES-INDISPONIVEL
               SET VALOR-INVALIDO TO TRUE
               END-READ
           END-IF.

      *****************************************
      * MOTIVO DO ESTORNO TEM DE ESTAR CADASTRADO E ATIVO NA MOTEST;
      * O MOTIVO DIZ SE A MERCADORIA VOLTA AO ESTOQUE NO ESTORNO
      *****************************************
       0241-VALIDAR-MOTIVO-ESTORNO.
           SET ESTORNO-VOLTA-ESTOQUE TO TRUE.

           IF MOTIVOS-INDISPONIVEL
               SET VALOR-INVALIDO TO TRUE
               MOVE "SEM TABELA MOTIVOS" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE WS-MOTIVO-ESTORNO TO MTE-CODIGO
               READ TABELA-MOTIVOS
                   INVALID KEY
                       SET VALOR-INVALIDO TO TRUE
                       MOVE "MOTIVO INEXISTENTE" TO
                           WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF MTE-INATIVO
                           SET VALOR-INVALIDO TO TRUE
                           MOVE "MOTIVO INATIVO" TO
                               WS-MOTIVO-REJEICAO
                       ELSE
                           IF MTE-NAO-VOLTA-ESTOQUE
                               SET ESTORNO-NAO-VOLTA-ESTOQUE TO TRUE
                           END-IF
                           IF WS-MODO-EXECUCAO NOT = "BATCH"
                               DISPLAY "MOTIVO: " MTE-DESCRICAO
                           END-IF
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-MOTEST
           END-IF.

      *****************************************
      * PERIODO FECHADO REJEITA; PERIODO REABERTO SOB APROVACAO
      * (REABRMES) ACEITA O LANCAMENTO MARCADO COMO AJUSTE NO

      *****************************************
      * CAMINHO DO LOTE (MOVVND): CADA LINHA DO MOVIMENTO E UM
      * PEDIDO DE LINHA UNICA, COM NUMERO DE PEDIDO PROPRIO.
      * NO LOTE, AS LINHAS SEGUIDAS DO MESMO PEDIDO DA LOJA VIRTUAL
      * (MOV-PEDIDO-WEB, GRAVADO PELO WEBIMP) FICAM COM UM SO NUMERO
      * DE PEDIDO E UMA SO NOTA; AS DEMAIS LINHAS DO LOTE CONTINUAM
      * COM PEDIDO E NOTA PROPRIOS
      *****************************************
       0210-REGISTRAR-VENDA-CLIENTE.
           PERFORM 0248-CONFERIR-PRECO-TABELA.
           IF WS-MODO-EXECUCAO = "BATCH"
                   AND MOV-PEDIDO-WEB NOT = SPACES
                   AND MOV-PEDIDO-WEB = WS-PEDIDO-WEB-ANTERIOR
               CONTINUE
           ELSE
               PERFORM 0218-PROXIMO-PEDIDO
               PERFORM 0217-ATRIBUIR-NUMERO-NF
           END-IF.
           IF WS-MODO-EXECUCAO = "BATCH"
               MOVE MOV-PEDIDO-WEB TO WS-PEDIDO-WEB-ANTERIOR
           END-IF.
           PERFORM 0209-ACUMULAR-VENDCLI.

           IF WS-FORMA-PAGTO >= 1 AND WS-FORMA-PAGTO <= 99

           PERFORM 0212-GRAVAR-DETALHE.

           IF WS-FORMA-PAGTO = 2 AND CARTREC-DISPONIVEL
               PERFORM 0221-GERAR-AGENDA-CARTAO
           END-IF.

       0211-REGISTRAR-ESTORNO.
           SET ESTORNO-NAO-APLICADO TO TRUE.
           MOVE "ESTORNO SEM SALDO" TO WS-MOTIVO-REJEICAO.
                   ADD WS-VALOR TO WS-FPG-ESTORNOS(WS-FORMA-PAGTO)
               END-IF
               PERFORM 0212-GRAVAR-DETALHE
               MOVE VDT-DATA TO WS-CASO-ESTORNO-DATA
               MOVE VDT-SEQUENCIA TO WS-CASO-ESTORNO-SEQ
               IF WS-REF-FORMA-PAGTO = 2 AND CARTREC-DISPONIVEL
                   PERFORM 0237-ESTORNAR-AGENDA-CARTAO
               END-IF
           END-IF.

      *****************************************
                               WS-MOTIVO-REJEICAO
                       ELSE
                           MOVE VDT-VALOR TO WS-VALOR-ORIGINAL
                           MOVE VDT-FORMA-PAGTO TO WS-REF-FORMA-PAGTO
                           MOVE VDT-PEDIDO TO WS-REF-PEDIDO
                           MOVE VDT-PARCELAS-CARTAO TO WS-REF-PARCELAS
                           PERFORM 0253-SOMAR-ESTORNOS-ANTERIORES
                           IF (WS-ESTORNADO-ACUM + WS-VALOR) >
                                   WS-VALOR-ORIGINAL
               END-READ
           END-IF.

      *    VENDA PAGA EM PONTOS SO SE ESTORNA EM PONTOS (DEVOLVIDOS
      *    AO CLIENTE) E ESTORNO EM PONTOS SO DE VENDA PAGA EM PONTOS
           IF REFERENCIA-VALIDA
               IF WS-REF-FORMA-PAGTO = 4
                   MOVE 4 TO WS-FORMA-PAGTO
               ELSE
                   IF WS-FORMA-PAGTO = 4
                       SET REFERENCIA-INVALIDA TO TRUE
                       MOVE "FORMA DIVERGE VENDA" TO
                           WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       0253-SOMAR-ESTORNOS-ANTERIORES.
           MOVE WS-CLI-CODIGO TO VDT-CODIGO.
           MOVE ZEROS TO VDT-DATA VDT-SEQUENCIA.
           MOVE WS-ANO TO VDT-ANO-COMPETENCIA.
           MOVE WS-MES TO VDT-MES-COMPETENCIA.

           IF WS-FORMA-PAGTO = 2 AND NOT LANCAMENTO-ESTORNO
               MOVE WS-ADQUIRENTE TO VDT-ADQUIRENTE
               MOVE WS-PARCELAS-CARTAO TO VDT-PARCELAS-CARTAO
           ELSE
               MOVE ZEROS TO VDT-ADQUIRENTE VDT-PARCELAS-CARTAO
           END-IF.

           IF LANCAMENTO-ESTORNO
               MOVE ZEROS TO VDT-PEDIDO
               MOVE ZEROS TO VDT-NUMERO-NF
           PERFORM 0213-TENTAR-GRAVAR-DETALHE
               UNTIL DETALHE-GRAVADO.

           IF PONTOS-DISPONIVEL
               PERFORM 0287-LANCAR-PONTOS
           END-IF.

      *    ESTORNO CUJO MOTIVO NAO DEVOLVE A MERCADORIA AO ESTOQUE
      *    (AVARIA, DESCARTE) NAO MEXE NO SALDO
           IF LANCAMENTO-ESTORNO AND ESTORNO-NAO-VOLTA-ESTOQUE
               CONTINUE
           ELSE
               PERFORM 0214-ATUALIZAR-ESTOQUE
           END-IF.

      *****************************************
      * NUMERO DE NOTA FISCAL CONTROLADO POR FILIAL (NFCTL): O
      * BAIXA/REPOSICAO DO ESTOQUE NA GRAVACAO DO DETALHE: VENDA
      * DEBITA E ESTORNO CREDITA VDT-QUANTIDADE; A VENDA QUE DEIXA
      * O SALDO NEGATIVO E POSTADA MESMO ASSIM, COM LINHA DE
      * EXCECAO EM RELEXVND PARA A CONFERENCIA FISICA. O MESMO
      * MOVIMENTO VAI PARA O SALDO DA FILIAL DO LANCAMENTO (ESTFIL).
      * PRODUTO KIT (COM COMPONENTES NO KITCOMP) NAO TEM ESTOQUE
      * PROPRIO: QUEM SE MOVE SAO OS COMPONENTES, CADA UM NA
      * QUANTIDADE VENDIDA VEZES A QUANTIDADE POR KIT
      *****************************************
       0214-ATUALIZAR-ESTOQUE.
           SET PRODUTO-SIMPLES TO TRUE.

           IF KITS-DISPONIVEL
               MOVE WS-PRODUTO TO KIT-PRODUTO
               MOVE ZEROS TO KIT-COMPONENTE
               START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-KITCOMP
               END-START
               PERFORM 0267-MOVER-COMPONENTE-KIT
                   UNTIL WS-FS-KITCOMP NOT = "00"
               MOVE "00" TO WS-FS-KITCOMP
           END-IF.

           IF PRODUTO-SIMPLES
               MOVE WS-PRODUTO TO WS-EST-PRODUTO
               MOVE WS-QUANTIDADE TO WS-EST-QUANTIDADE
               PERFORM 0265-MOVER-PRODUTO-ESTOQUE
           END-IF.

       0267-MOVER-COMPONENTE-KIT.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = WS-PRODUTO
                       MOVE "10" TO WS-FS-KITCOMP
                   ELSE
                       SET PRODUTO-KIT TO TRUE
                       MOVE KIT-COMPONENTE TO WS-EST-PRODUTO
                       COMPUTE WS-EST-QUANTIDADE =
                           WS-QUANTIDADE * KIT-QUANTIDADE
                       PERFORM 0265-MOVER-PRODUTO-ESTOQUE
                   END-IF
           END-READ.

       0265-MOVER-PRODUTO-ESTOQUE.
           MOVE WS-EST-PRODUTO TO EST-PRODUTO.

           READ SALDOS-ESTOQUE
               INVALID KEY
                   END-REWRITE
           END-READ.

           PERFORM 0268-GRAVAR-MOVIMENTO-EST.

           MOVE CLI-FILIAL TO EFL-FILIAL.
           MOVE WS-EST-PRODUTO TO EFL-PRODUTO.

           READ SALDOS-FILIAL
               INVALID KEY
                   MOVE ZEROS TO EFL-SALDO EFL-EM-TRANSITO
                   PERFORM 0266-APLICAR-MOVIMENTO-FILIAL
                   WRITE EFL-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 0266-APLICAR-MOVIMENTO-FILIAL
                   REWRITE EFL-REGISTRO
                   END-REWRITE
           END-READ.

      *****************************************
      * MOVIMENTO DE ESTOQUE (MOVEST) DA VENDA OU DO ESTORNO, COM A
      * CHAVE DO DETALHE COMO DOCUMENTO, O SALDO JA ATUALIZADO E O
      * CUSTO MEDIO DO PRODUTO (CUSTO DA MERCADORIA VENDIDA)
      *****************************************
       0268-GRAVAR-MOVIMENTO-EST.
           MOVE WS-EST-PRODUTO TO MVW-PRODUTO.
           MOVE "PROJETO5" TO MVW-ORIGEM.
           IF LANCAMENTO-ESTORNO
               SET MVW-ENTRADA TO TRUE
           ELSE
               SET MVW-SAIDA TO TRUE
           END-IF.
           MOVE WS-EST-QUANTIDADE TO MVW-QUANTIDADE.
           MOVE VDT-CHAVE TO MVW-DOCUMENTO.
           MOVE EST-SALDO TO MVW-SALDO.
           MOVE CLI-FILIAL TO MVW-FILIAL.
           MOVE WS-OPERADOR TO MVW-OPERADOR.
           MOVE ZEROS TO MVW-CUSTO.
           IF PRODUTOS-DISPONIVEL
               MOVE WS-EST-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   NOT INVALID KEY
                       MOVE PRD-CUSTO-MEDIO TO MVW-CUSTO
               END-READ
           END-IF.
           CALL "MOVESTW" USING MVW-AREA.

           IF PRODUTOS-DISPONIVEL AND WS-FS-PRODMST = "00"
               IF PRD-COM-LOTE
                   PERFORM 0269-MOVER-LOTES
               END-IF
           END-IF.

      *****************************************
      * PERECIVEL: A VENDA SAI DOS LOTES QUE VENCEM PRIMEIRO E O
      * ESTORNO VOLTA PARA O PRIMEIRO LOTE NAO VENCIDO (ESTLOTE);
      * QUANTIDADE SEM LOTE QUE A COBRISSE VAI PARA AS EXCECOES
      *****************************************
       0269-MOVER-LOTES.
           IF LANCAMENTO-ESTORNO
               SET LTW-FUNCAO-ENTRADA TO TRUE
           ELSE
               SET LTW-FUNCAO-SAIDA TO TRUE
           END-IF.
           MOVE WS-EST-PRODUTO TO LTW-PRODUTO.
           MOVE WS-EST-QUANTIDADE TO LTW-QUANTIDADE.
           CALL "LOTEW" USING LTW-AREA.

           IF LTW-NAO-ALOCADO > ZEROS
               MOVE SPACES TO EXC-LINHA
               STRING "PRODUTO " WS-EST-PRODUTO " QTD "
                   LTW-NAO-ALOCADO " SEM LOTE VALIDO NO ESTLOTE - "
                   "CONFERIR LOTES"
                   DELIMITED BY SIZE INTO EXC-LINHA
               WRITE EXC-LINHA
           END-IF.

       0266-APLICAR-MOVIMENTO-FILIAL.
           IF LANCAMENTO-ESTORNO
               ADD WS-EST-QUANTIDADE TO EFL-SALDO
           ELSE
               SUBTRACT WS-EST-QUANTIDADE FROM EFL-SALDO
           END-IF.

       0216-APLICAR-MOVIMENTO-EST.
           IF LANCAMENTO-ESTORNO
               ADD WS-EST-QUANTIDADE TO EST-SALDO
           ELSE
               COMPUTE WS-SALDO-ESTOQUE =
                   EST-SALDO - WS-EST-QUANTIDADE
               IF WS-SALDO-ESTOQUE < ZEROS
                   MOVE SPACES TO EXC-LINHA
                   STRING "PRODUTO " WS-EST-PRODUTO " ESTOQUE NEGATIVO "
                       "APOS A VENDA - CONFERIR FISICO"
                       DELIMITED BY SIZE INTO EXC-LINHA
                   WRITE EXC-LINHA
               CLOSE CADASTRO-CLIENTES
           END-IF.

           IF GRUPOS-DISPONIVEIS
               CLOSE CADASTRO-GRUPOS
               CLOSE INDICE-GRUPOS
           END-IF.

           IF VENDEDORES-DISPONIVEL
               CLOSE CADASTRO-VENDEDORES
           END-IF.
               CLOSE CADASTRO-PRODUTOS
           END-IF.

           IF MOTIVOS-DISPONIVEL
               CLOSE TABELA-MOTIVOS
           END-IF.

           IF RECEBER-DISPONIVEL
               CLOSE CONTAS-RECEBER
           END-IF.

           CLOSE SALDOS-ESTOQUE.
           CLOSE SALDOS-FILIAL.
           IF KITS-DISPONIVEL
               CLOSE COMPOSICAO-KITS
           END-IF.
           CLOSE CONTROLE-NOTAS.
           CLOSE RESUMO-FILIAL.

               CLOSE TABELA-CAMBIO
           END-IF.

           IF ORCAMENTOS-DISPONIVEL
               CLOSE ORCAMENTOS
           END-IF.

           IF ENTREGAS-DISPONIVEL
               CLOSE ENTREGAS
           END-IF.

           IF PONTOS-DISPONIVEL
               CLOSE PONTOS-FIDELIDADE
           END-IF.

           IF CHEQUES-DISPONIVEL
               CLOSE CUSTODIA-CHEQUES
           END-IF.

           IF CARTREC-DISPONIVEL
               CLOSE AGENDA-CARTOES
           END-IF.

           IF CASOSAC-DISPONIVEL
               CLOSE CASOS-ATENDIMENTO
           END-IF.

           PERFORM 0340-GERAR-RELATORIO-MENSAL.
           PERFORM 0350-GERAR-RELATORIO-FORMAS.

