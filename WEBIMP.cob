       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBIMP.
      *************************************
      *OBJETIVO: IMPORTACAO DOS PEDIDOS DA LOJA VIRTUAL (WEBPED)
      *PARA A CAPTURA EM LOTE DO PROJETO5, EM DUAS FASES DO
      *JOBDIARIO EM VOLTA DA CARGA DE CLIENTES:
      *FASE I (ANTES DO CLIENTES): CADA PEDIDO E CONFERIDO E GRAVADO
      *NO CONTROLE WEBCTL COMO PENDENTE. NUMERO DE PEDIDO DA LOJA JA
      *PENDENTE OU CARREGADO E RECUSADO; PEDIDO REJEITADO ANTES E
      *REENVIADO PELA LOJA SUBSTITUI O ANTERIOR. CLIENTE QUE NAO
      *ESTA NO CADCLI (PROCURADO PELO CPF/CNPJ) RECEBE O PROXIMO
      *CODIGO E VAI COMO TRANSACAO PARA O TRANCLI, ONDE A CARGA EM
      *LOTE DO CLIENTES FAZ A VALIDACAO DE CPF/CNPJ E CEP DE SEMPRE
      *E MANDA O RECUSADO PARA O REJCLI.
      *FASE C (DEPOIS DO CLIENTES): OS PEDIDOS PENDENTES E OS
      *REJEITADOS DE CARGAS ANTERIORES SAO VALIDADOS (CLIENTE PELO
      *CPF/CNPJ, PRODUTO PELO CODIGO OU EAN) E VIRAM LINHAS DE VENDA
      *NO MOVVND COM O VENDEDOR DA LOJA (WEBCFG) E O NUMERO DO PEDIDO
      *DA LOJA, QUE FAZ O PROJETO5 DAR UM SO PEDIDO E UMA SO NOTA AO
      *PEDIDO INTEIRO. PEDIDO QUE NAO PASSA FICA REJEITADO NO WEBCTL
      *COM O MOTIVO E E RECICLADO NA CARGA SEGUINTE (DEPOIS DO
      *ACERTO NO REJCLI OU NO CADASTRO) ATE ENTRAR.
      *AS RECUSAS E REJEICOES DAS DUAS FASES SAEM NO RELWEB.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEDIDOS-WEB ASSIGN TO "WEBPED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WEBPED.

               SELECT CONTROLE-WEB ASSIGN TO "WEBCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WBC-CHAVE
                   FILE STATUS IS WS-FS-WEBCTL.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT TRANSACOES-CLIENTES ASSIGN TO "TRANCLI"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRANCLI.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT MOVIMENTO-VENDAS ASSIGN TO "MOVVND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVVND.

               SELECT CONFIG-WEB ASSIGN TO "WEBCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-WEBCFG.

               SELECT RELATORIO-WEB ASSIGN TO "RELWEB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELWEB.
       DATA DIVISION.
           FILE SECTION.
           FD  PEDIDOS-WEB
               LABEL RECORD IS STANDARD.
               COPY "WEBPED-REG.CPY".

           FD  CONTROLE-WEB
               LABEL RECORD IS STANDARD.
               COPY "WEBCTL-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  TRANSACOES-CLIENTES
               LABEL RECORD IS STANDARD.
           01  TRN-REGISTRO.
               05 TRN-CODIGO PIC 9(6).
               05 TRN-NOME PIC X(30).
               05 TRN-CPF PIC 9(14).
               05 TRN-ENDERECO PIC X(40).
               05 TRN-TELEFONE PIC X(15).
               05 TRN-CEP PIC 9(8).
               05 TRN-LIMITE-CREDITO PIC 9(8)V99.
               05 TRN-FILIAL PIC 9(3).
               05 TRN-TIPO-PESSOA PIC X(1).

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  MOVIMENTO-VENDAS
               LABEL RECORD IS STANDARD.
           01  MOV-LINHA.
               05 MOV-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 MOV-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 MOV-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 MOV-MES PIC 9(2).
               05 FILLER PIC X(1).
               05 MOV-VALOR PIC 9(6)V99.
               05 FILLER PIC X(1).
               05 MOV-MOTIVO PIC 9(2).
               05 FILLER PIC X(1).
               05 MOV-FORMA-PAGTO PIC 9(2).
               05 FILLER PIC X(1).
               05 MOV-VENDEDOR PIC 9(4).
               05 FILLER PIC X(1).
               05 MOV-PRODUTO PIC 9(6).
               05 FILLER PIC X(1).
               05 MOV-QUANTIDADE PIC 9(4).
               05 FILLER PIC X(1).
               05 MOV-REF-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 MOV-REF-SEQUENCIA PIC 9(6).
               05 FILLER PIC X(1).
               05 MOV-CAIXA PIC 9(2).
               05 FILLER PIC X(1).
               05 MOV-MOEDA PIC X(3).
               05 FILLER PIC X(1).
               05 MOV-VALOR-ORIGINAL PIC 9(6)V99.
               05 FILLER PIC X(1).
               05 MOV-PEDIDO-WEB PIC X(10).

           FD  CONFIG-WEB
               LABEL RECORD IS STANDARD.
           01  WCF-LINHA.
               05 WCF-VENDEDOR PIC 9(4).
               05 FILLER PIC X(1).
               05 WCF-FILIAL PIC 9(3).
               05 FILLER PIC X(1).
               05 WCF-LIMITE-CREDITO PIC 9(8)V99.

           FD  RELATORIO-WEB
               LABEL RECORD IS STANDARD.
           01  RWB-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-WEBPED PIC X(2) VALUE "00".
           77 WS-FS-WEBCTL PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-TRANCLI PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-MOVVND PIC X(2) VALUE "00".
           77 WS-FS-WEBCFG PIC X(2) VALUE "00".
           77 WS-FS-RELWEB PIC X(2) VALUE "00".
           77 WS-FASE PIC X(1).
               88 FASE-IMPORTAR VALUE "I".
               88 FASE-CARREGAR VALUE "C".
           77 WS-CADCLI-SW PIC X(1) VALUE "N".
               88 CADASTRO-DISPONIVEL VALUE "S".
           77 WS-PRODMST-SW PIC X(1) VALUE "N".
               88 PRODUTOS-DISPONIVEL VALUE "S".
           77 WS-WEBPED-SW PIC X(1) VALUE "N".
               88 PEDIDOS-DISPONIVEL VALUE "S".
           77 WS-PEDIDO-ABERTO-SW PIC X(1) VALUE "N".
               88 PEDIDO-EM-ABERTO VALUE "S".
               88 PEDIDO-FECHADO VALUE "N".
           77 WS-PEDIDO-SW PIC X(1).
               88 PEDIDO-ACEITO VALUE "S".
               88 PEDIDO-RECUSADO VALUE "N".
           77 WS-RECICLAGEM-SW PIC X(1).
               88 PEDIDO-REENVIADO VALUE "S".
               88 PEDIDO-NOVO VALUE "N".
           77 WS-VENDEDOR-WEB PIC 9(4) VALUE ZEROS.
           77 WS-FILIAL-WEB PIC 9(3) VALUE 1.
           77 WS-LIMITE-WEB PIC 9(8)V99 VALUE ZEROS.
           77 WS-PEDIDO-WEB PIC X(10).
           77 WS-CPF PIC 9(14).
           77 WS-TIPO-PESSOA PIC X(1).
           77 WS-NOME PIC X(30).
           77 WS-ENDERECO PIC X(40).
           77 WS-TELEFONE PIC X(15).
           77 WS-CEP PIC 9(8).
           77 WS-FORMA-PAGTO PIC 9(2).
           77 WS-CLIENTE PIC 9(6).
           77 WS-DATA-IMPORTACAO PIC 9(8).
           77 WS-MOTIVO PIC X(40).
           77 WS-ITEM-I PIC 9(2).
           77 WS-QTD-ITENS PIC 9(2).
           77 WS-LIMITE-ITENS PIC 9(2) VALUE 50.
           77 WS-VALOR-LINHA PIC 9(8)V99.
           77 WS-VALOR-MAXIMO-LINHA PIC 9(6)V99 VALUE 999999,99.
           77 WS-ULTIMO-CODIGO PIC 9(6) VALUE ZEROS.
           77 WS-QTD-NOVOS PIC 9(3) VALUE ZEROS.
           77 WS-NOV-I PIC 9(3).
           77 WS-QTD-PENDENTES PIC 9(3) VALUE ZEROS.
           77 WS-PPD-I PIC 9(3).
           77 WS-CONT-PEDIDOS-LIDOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PEDIDOS-IMPORTADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PEDIDOS-RECUSADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-CLIENTES-NOVOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PEDIDOS-CARREGADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-PEDIDOS-REJEITADOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-LINHAS-MOVVND PIC 9(7) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(6)9.
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-ITENS-PEDIDO.
               05 WS-WPI-ITEM OCCURS 50 TIMES.
                   10 WS-WPI-PRODUTO PIC 9(6).
                   10 WS-WPI-EAN PIC 9(13).
                   10 WS-WPI-QUANTIDADE PIC 9(4).
                   10 WS-WPI-PRECO PIC 9(6)V99.
                   10 WS-WPI-VALOR PIC 9(8)V99.
           01 WS-CLIENTES-NOVOS.
               05 WS-NOV-ENTRADA OCCURS 500 TIMES.
                   10 WS-NOV-CPF PIC 9(14).
                   10 WS-NOV-CODIGO PIC 9(6).
           01 WS-PEDIDOS-PENDENTES.
               05 WS-PPD-PEDIDO PIC X(10) OCCURS 999 TIMES.
           COPY "DATMOV-REG.CPY".
           COPY "DOCMASC-REG.CPY".

       LINKAGE SECTION.
           77 LK-FASE PIC X(1).

       PROCEDURE DIVISION USING LK-FASE.
       0001-PRINCIPAL.
           MOVE ZEROS TO RETURN-CODE.
           MOVE LK-FASE TO WS-FASE.

           EVALUATE TRUE
               WHEN FASE-IMPORTAR
                   PERFORM 1000-INICIAR
                   IF PEDIDOS-DISPONIVEL
                       PERFORM 2000-LER-REGISTRO
                           UNTIL WS-FS-WEBPED NOT = "00"
                       PERFORM 2500-FECHAR-PEDIDO
                   END-IF
                   PERFORM 9000-FINALIZAR
               WHEN FASE-CARREGAR
                   PERFORM 1000-INICIAR
                   IF WS-VENDEDOR-WEB = ZEROS
                       MOVE SPACES TO RWB-LINHA
                       STRING "VENDEDOR DA LOJA NAO CONFIGURADO NO "
                           "WEBCFG - CARGA NAO EXECUTADA"
                           DELIMITED BY SIZE INTO RWB-LINHA
                       WRITE RWB-LINHA
                       DISPLAY RWB-LINHA
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 5000-LISTAR-PENDENTES
                       PERFORM 5100-CARREGAR-PEDIDO
                           VARYING WS-PPD-I FROM 1 BY 1
                           UNTIL WS-PPD-I > WS-QTD-PENDENTES
                   END-IF
                   PERFORM 9000-FINALIZAR
               WHEN OTHER
                   DISPLAY "WEBIMP - FASE INVALIDA: " LK-FASE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      *****************************************
      * A FASE I ABRE O RELWEB DO DIA; A FASE C ACRESCENTA AS SUAS
      * REJEICOES NO MESMO RELATORIO
      *****************************************
       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF FASE-IMPORTAR
               OPEN OUTPUT RELATORIO-WEB
               MOVE SPACES TO RWB-LINHA
               STRING "IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL EM "
                   DMV-DATA " - RECUSAS"
                   DELIMITED BY SIZE INTO RWB-LINHA
           ELSE
               OPEN EXTEND RELATORIO-WEB
               IF WS-FS-RELWEB NOT = "00"
                   OPEN OUTPUT RELATORIO-WEB
               END-IF
               MOVE SPACES TO RWB-LINHA
               WRITE RWB-LINHA
               MOVE SPACES TO RWB-LINHA
               STRING "CARGA DE PEDIDOS DA LOJA VIRTUAL PARA O MOVVND "
                   "EM " DMV-DATA " - REJEICOES"
                   DELIMITED BY SIZE INTO RWB-LINHA
           END-IF.
           WRITE RWB-LINHA.

           PERFORM 1050-CARREGAR-CONFIG.

           OPEN I-O CONTROLE-WEB.
           IF WS-FS-WEBCTL = "35"
               OPEN OUTPUT CONTROLE-WEB
               CLOSE CONTROLE-WEB
               OPEN I-O CONTROLE-WEB
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               SET CADASTRO-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-CADCLI.

           IF FASE-IMPORTAR
               PERFORM 1100-APURAR-ULTIMO-CODIGO
               OPEN EXTEND TRANSACOES-CLIENTES
               IF WS-FS-TRANCLI NOT = "00"
                   OPEN OUTPUT TRANSACOES-CLIENTES
               END-IF
               OPEN INPUT PEDIDOS-WEB
               IF WS-FS-WEBPED = "00"
                   SET PEDIDOS-DISPONIVEL TO TRUE
               ELSE
                   DISPLAY "ARQUIVO WEBPED AUSENTE - SEM PEDIDOS DA "
                       "LOJA VIRTUAL PARA IMPORTAR"
                   MOVE "ARQUIVO WEBPED AUSENTE - NADA IMPORTADO"
                       TO RWB-LINHA
                   WRITE RWB-LINHA
               END-IF
           ELSE
               OPEN INPUT CADASTRO-PRODUTOS
               IF WS-FS-PRODMST = "00"
                   SET PRODUTOS-DISPONIVEL TO TRUE
               END-IF
               MOVE "00" TO WS-FS-PRODMST
               OPEN EXTEND MOVIMENTO-VENDAS
               IF WS-FS-MOVVND NOT = "00"
                   OPEN OUTPUT MOVIMENTO-VENDAS
               END-IF
           END-IF.

      *****************************************
      * WEBCFG: VENDEDOR QUE RESPONDE PELAS VENDAS DA LOJA, FILIAL E
      * LIMITE DE CREDITO DADOS AO CLIENTE CADASTRADO PELA LOJA
      *****************************************
       1050-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-WEB.
           IF WS-FS-WEBCFG = "00"
               READ CONFIG-WEB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WCF-VENDEDOR IS NUMERIC
                           MOVE WCF-VENDEDOR TO WS-VENDEDOR-WEB
                       END-IF
                       IF WCF-FILIAL IS NUMERIC AND WCF-FILIAL > ZEROS
                           MOVE WCF-FILIAL TO WS-FILIAL-WEB
                       END-IF
                       IF WCF-LIMITE-CREDITO IS NUMERIC
                           MOVE WCF-LIMITE-CREDITO TO WS-LIMITE-WEB
                       END-IF
               END-READ
               CLOSE CONFIG-WEB
           END-IF.
           MOVE "00" TO WS-FS-WEBCFG.

      *****************************************
      * PROXIMO CODIGO DE CLIENTE: MAIOR CODIGO DO CADCLI OU DAS
      * TRANSACOES JA PRESENTES NO TRANCLI DO DIA, O QUE FOR MAIOR
      *****************************************
       1100-APURAR-ULTIMO-CODIGO.
           MOVE ZEROS TO WS-ULTIMO-CODIGO.

           IF CADASTRO-DISPONIVEL
               MOVE ZEROS TO CLI-CODIGO
               START CADASTRO-CLIENTES
                   KEY IS NOT LESS THAN CLI-CODIGO
                   INVALID KEY
                       MOVE "23" TO WS-FS-CADCLI
               END-START
               PERFORM 1110-LER-CODIGO-CLIENTE
                   UNTIL WS-FS-CADCLI NOT = "00"
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           OPEN INPUT TRANSACOES-CLIENTES.
           IF WS-FS-TRANCLI = "00"
               PERFORM 1120-LER-CODIGO-TRANSACAO
                   UNTIL WS-FS-TRANCLI NOT = "00"
               CLOSE TRANSACOES-CLIENTES
           END-IF.
           MOVE "00" TO WS-FS-TRANCLI.

       1110-LER-CODIGO-CLIENTE.
           READ CADASTRO-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CADCLI
               NOT AT END
                   IF CLI-CODIGO > WS-ULTIMO-CODIGO
                       MOVE CLI-CODIGO TO WS-ULTIMO-CODIGO
                   END-IF
           END-READ.

       1120-LER-CODIGO-TRANSACAO.
           READ TRANSACOES-CLIENTES
               AT END
                   MOVE "10" TO WS-FS-TRANCLI
               NOT AT END
                   IF TRN-CODIGO IS NUMERIC
                           AND TRN-CODIGO > WS-ULTIMO-CODIGO
                       MOVE TRN-CODIGO TO WS-ULTIMO-CODIGO
                   END-IF
           END-READ.

       2000-LER-REGISTRO.
           READ PEDIDOS-WEB
               AT END
                   MOVE "10" TO WS-FS-WEBPED
               NOT AT END
                   EVALUATE TRUE
                       WHEN WEB-TIPO-CABECALHO
                           PERFORM 2500-FECHAR-PEDIDO
                           PERFORM 2100-ABRIR-PEDIDO
                       WHEN WEB-TIPO-ITEM
                           PERFORM 2200-ACUMULAR-ITEM
                       WHEN OTHER
                           MOVE "REGISTRO COM TIPO INVALIDO IGNORADO"
                               TO WS-MOTIVO
                           PERFORM 2800-GRAVAR-EXCECAO
                   END-EVALUATE
           END-READ.

      *****************************************
      * CABECALHO: DADOS DO CLIENTE E DO PAGAMENTO E RECUSA DO
      * NUMERO DE PEDIDO DA LOJA JA IMPORTADO
      *****************************************
       2100-ABRIR-PEDIDO.
           SET PEDIDO-EM-ABERTO TO TRUE.
           SET PEDIDO-ACEITO TO TRUE.
           SET PEDIDO-NOVO TO TRUE.
           ADD 1 TO WS-CONT-PEDIDOS-LIDOS.
           MOVE WEB-PEDIDO-WEB TO WS-PEDIDO-WEB.
           MOVE WEB-TIPO-PESSOA TO WS-TIPO-PESSOA.
           MOVE WEB-NOME TO WS-NOME.
           MOVE WEB-ENDERECO TO WS-ENDERECO.
           MOVE WEB-TELEFONE TO WS-TELEFONE.
           MOVE ZEROS TO WS-CPF WS-CEP WS-FORMA-PAGTO WS-CLIENTE
               WS-QTD-ITENS.

           EVALUATE TRUE
               WHEN WS-PEDIDO-WEB = SPACES
                   MOVE "PEDIDO SEM NUMERO DA LOJA" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN WEB-CPF NOT NUMERIC OR WEB-CPF = ZEROS
                   MOVE "CPF/CNPJ AUSENTE OU NAO NUMERICO"
                       TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN WEB-CEP NOT NUMERIC
                   MOVE "CEP NAO NUMERICO" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN WEB-FORMA-PAGTO NOT NUMERIC
                       OR WEB-FORMA-PAGTO = ZEROS
                   MOVE "FORMA DE PAGAMENTO INVALIDA" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN OTHER
                   MOVE WEB-CPF TO WS-CPF
                   MOVE WEB-CEP TO WS-CEP
                   MOVE WEB-FORMA-PAGTO TO WS-FORMA-PAGTO
                   PERFORM 2120-VERIFICAR-DUPLICIDADE
           END-EVALUATE.

      *****************************************
      * PEDIDO PENDENTE OU CARREGADO NAO ENTRA DE NOVO; O REJEITADO
      * QUE A LOJA REENVIA SUBSTITUI AS LINHAS ANTERIORES
      *****************************************
       2120-VERIFICAR-DUPLICIDADE.
           MOVE WS-PEDIDO-WEB TO WBC-PEDIDO-WEB.
           MOVE ZEROS TO WBC-ITEM.
           START CONTROLE-WEB
               KEY IS NOT LESS THAN WBC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-WEBCTL
           END-START.
           IF WS-FS-WEBCTL = "00"
               READ CONTROLE-WEB NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-WEBCTL
                   NOT AT END
                       IF WBC-PEDIDO-WEB = WS-PEDIDO-WEB
                           EVALUATE TRUE
                               WHEN WBC-REJEITADO
                                   SET PEDIDO-REENVIADO TO TRUE
                               WHEN WBC-CARREGADO
                                   MOVE "PEDIDO WEB JA CARREGADO"
                                       TO WS-MOTIVO
                                   PERFORM 2900-RECUSAR-PEDIDO
                               WHEN OTHER
                                   MOVE SPACES TO WS-MOTIVO
                                   STRING "PEDIDO WEB JA IMPORTADO - "
                                       "AGUARDA CARGA"
                                       DELIMITED BY SIZE INTO WS-MOTIVO
                                   PERFORM 2900-RECUSAR-PEDIDO
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.
           MOVE "00" TO WS-FS-WEBCTL.

      *****************************************
      * ITEM: GUARDA NA TABELA DO PEDIDO; O PRODUTO E CONFERIDO NA
      * CARGA, PARA O PEDIDO RECICLAR QUANDO O CADASTRO FOR ACERTADO
      *****************************************
       2200-ACUMULAR-ITEM.
           EVALUATE TRUE
               WHEN PEDIDO-FECHADO
                   MOVE "ITEM SEM CABECALHO DE PEDIDO IGNORADO"
                       TO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
               WHEN WS-QTD-ITENS NOT < WS-LIMITE-ITENS
                   IF PEDIDO-ACEITO
                       MOVE "PEDIDO COM MAIS ITENS QUE O LIMITE DE 50"
                           TO WS-MOTIVO
                       PERFORM 2900-RECUSAR-PEDIDO
                   END-IF
               WHEN WEB-PRODUTO NOT NUMERIC OR WEB-EAN NOT NUMERIC
                       OR WEB-QUANTIDADE NOT NUMERIC
                       OR WEB-PRECO NOT NUMERIC
                   MOVE "ITEM COM CAMPO NAO NUMERICO" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN WEB-PRODUTO = ZEROS AND WEB-EAN = ZEROS
                   MOVE "ITEM SEM PRODUTO E SEM EAN" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN WEB-QUANTIDADE = ZEROS OR WEB-PRECO = ZEROS
                   MOVE SPACES TO WS-MOTIVO
                   STRING "ITEM " WEB-PRODUTO "/" WEB-EAN
                       " SEM QUANTIDADE OU PRECO"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               WHEN OTHER
                   COMPUTE WS-VALOR-LINHA = WEB-PRECO * WEB-QUANTIDADE
                   IF WS-VALOR-LINHA > WS-VALOR-MAXIMO-LINHA
                       MOVE SPACES TO WS-MOTIVO
                       STRING "ITEM " WEB-PRODUTO "/" WEB-EAN
                           " ACIMA DO VALOR MAXIMO"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       PERFORM 2900-RECUSAR-PEDIDO
                   ELSE
                       ADD 1 TO WS-QTD-ITENS
                       MOVE WEB-PRODUTO TO
                           WS-WPI-PRODUTO(WS-QTD-ITENS)
                       MOVE WEB-EAN TO WS-WPI-EAN(WS-QTD-ITENS)
                       MOVE WEB-QUANTIDADE TO
                           WS-WPI-QUANTIDADE(WS-QTD-ITENS)
                       MOVE WEB-PRECO TO WS-WPI-PRECO(WS-QTD-ITENS)
                       MOVE WS-VALOR-LINHA TO
                           WS-WPI-VALOR(WS-QTD-ITENS)
                   END-IF
           END-EVALUATE.

      *****************************************
      * CLIENTE PELO CPF/CNPJ NO CADCLI; SE NAO EXISTE, VAI PARA O
      * TRANCLI COM O PROXIMO CODIGO (UMA VEZ SO POR CPF/CNPJ NA
      * MESMA IMPORTACAO)
      *****************************************
       2300-IDENTIFICAR-CLIENTE.
           MOVE ZEROS TO WS-CLIENTE.

           IF CADASTRO-DISPONIVEL
               MOVE WS-CPF TO CLI-CPF
               READ CADASTRO-CLIENTES KEY IS CLI-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-CODIGO TO WS-CLIENTE
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           IF WS-CLIENTE = ZEROS
               PERFORM VARYING WS-NOV-I FROM 1 BY 1
                       UNTIL WS-NOV-I > WS-QTD-NOVOS
                   IF WS-NOV-CPF(WS-NOV-I) = WS-CPF
                       MOVE WS-NOV-CODIGO(WS-NOV-I) TO WS-CLIENTE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-CLIENTE = ZEROS
               PERFORM 2310-CADASTRAR-CLIENTE
           END-IF.

       2310-CADASTRAR-CLIENTE.
           ADD 1 TO WS-ULTIMO-CODIGO.
           MOVE WS-ULTIMO-CODIGO TO WS-CLIENTE.

           MOVE SPACES TO TRN-REGISTRO.
           MOVE WS-CLIENTE TO TRN-CODIGO.
           MOVE WS-NOME TO TRN-NOME.
           MOVE WS-CPF TO TRN-CPF.
           MOVE WS-ENDERECO TO TRN-ENDERECO.
           MOVE WS-TELEFONE TO TRN-TELEFONE.
           MOVE WS-CEP TO TRN-CEP.
           MOVE WS-LIMITE-WEB TO TRN-LIMITE-CREDITO.
           MOVE WS-FILIAL-WEB TO TRN-FILIAL.
           IF WS-TIPO-PESSOA = "J"
               MOVE "J" TO TRN-TIPO-PESSOA
           ELSE
               MOVE "F" TO TRN-TIPO-PESSOA
           END-IF.
           WRITE TRN-REGISTRO.
           ADD 1 TO WS-CONT-CLIENTES-NOVOS.

           IF WS-QTD-NOVOS < 500
               ADD 1 TO WS-QTD-NOVOS
               MOVE WS-CPF TO WS-NOV-CPF(WS-QTD-NOVOS)
               MOVE WS-CLIENTE TO WS-NOV-CODIGO(WS-QTD-NOVOS)
           END-IF.

           MOVE SPACES TO WS-MOTIVO.
           STRING "CLIENTE NOVO " WS-CLIENTE " ENVIADO AO TRANCLI"
               DELIMITED BY SIZE INTO WS-MOTIVO.
           PERFORM 2800-GRAVAR-EXCECAO.

      *****************************************
      * FIM DO PEDIDO: ACEITO VAI PARA O WEBCTL COMO PENDENTE, LINHA
      * A LINHA; RECUSADO FICA SO NO RELWEB PARA A LOJA CORRIGIR E
      * REENVIAR
      *****************************************
       2500-FECHAR-PEDIDO.
           IF PEDIDO-EM-ABERTO
               IF PEDIDO-ACEITO AND WS-QTD-ITENS = ZEROS
                   MOVE "PEDIDO SEM ITENS" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-PEDIDO
               END-IF
               IF PEDIDO-ACEITO
                   IF PEDIDO-REENVIADO
                       PERFORM 2550-EXCLUIR-REJEITADO
                   END-IF
                   PERFORM 2300-IDENTIFICAR-CLIENTE
                   MOVE DMV-DATA TO WS-DATA-IMPORTACAO
                   PERFORM 2600-GRAVAR-LINHA
                       VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
                   ADD 1 TO WS-CONT-PEDIDOS-IMPORTADOS
               ELSE
                   ADD 1 TO WS-CONT-PEDIDOS-RECUSADOS
                   MOVE "PEDIDO RECUSADO - CORRIGIR E REENVIAR"
                       TO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
               END-IF
               SET PEDIDO-FECHADO TO TRUE
           END-IF.

       2550-EXCLUIR-REJEITADO.
           MOVE WS-PEDIDO-WEB TO WBC-PEDIDO-WEB.
           MOVE ZEROS TO WBC-ITEM.
           START CONTROLE-WEB
               KEY IS NOT LESS THAN WBC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-WEBCTL
           END-START.
           PERFORM 2560-EXCLUIR-LINHA
               UNTIL WS-FS-WEBCTL NOT = "00".
           MOVE "00" TO WS-FS-WEBCTL.

       2560-EXCLUIR-LINHA.
           READ CONTROLE-WEB NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-WEBCTL
               NOT AT END
                   IF WBC-PEDIDO-WEB = WS-PEDIDO-WEB
                       DELETE CONTROLE-WEB RECORD
                           INVALID KEY
                               MOVE "23" TO WS-FS-WEBCTL
                       END-DELETE
                   ELSE
                       MOVE "10" TO WS-FS-WEBCTL
                   END-IF
           END-READ.

       2600-GRAVAR-LINHA.
           MOVE WS-PEDIDO-WEB TO WBC-PEDIDO-WEB.
           MOVE WS-ITEM-I TO WBC-ITEM.
           MOVE WS-DATA-IMPORTACAO TO WBC-DATA-IMPORTACAO.
           MOVE WS-CPF TO WBC-CPF.
           MOVE WS-TIPO-PESSOA TO WBC-TIPO-PESSOA.
           MOVE WS-NOME TO WBC-NOME.
           MOVE WS-CEP TO WBC-CEP.
           MOVE WS-FORMA-PAGTO TO WBC-FORMA-PAGTO.
           MOVE WS-WPI-PRODUTO(WS-ITEM-I) TO WBC-PRODUTO.
           MOVE WS-WPI-EAN(WS-ITEM-I) TO WBC-EAN.
           MOVE WS-WPI-QUANTIDADE(WS-ITEM-I) TO WBC-QUANTIDADE.
           MOVE WS-WPI-PRECO(WS-ITEM-I) TO WBC-PRECO.
           MOVE WS-WPI-VALOR(WS-ITEM-I) TO WBC-VALOR.
           SET WBC-PENDENTE TO TRUE.
           MOVE SPACES TO WBC-MOTIVO.
           MOVE WS-CLIENTE TO WBC-CLIENTE.
           MOVE ZEROS TO WBC-DATA-CARGA.

           WRITE WBC-REGISTRO
               INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "ERRO AO GRAVAR O ITEM " WS-ITEM-I
                       " NO WEBCTL"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
           END-WRITE.

      *****************************************
      * RELATORIO DE EXCECOES SEM OPERADOR (CARGA EM LOTE): O
      * DOCUMENTO SAI MASCARADO PELO DOCMASC
      *****************************************
       2800-GRAVAR-EXCECAO.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE WS-CPF TO DMC-DOCUMENTO.
           MOVE WS-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE WS-CLIENTE TO DMC-CLIENTE.
           MOVE ZEROS TO DMC-NIVEL.
           MOVE "WEBIMP" TO DMC-USUARIO.
           MOVE "RELWEB" TO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

           MOVE SPACES TO RWB-LINHA.
           STRING "PEDIDO WEB " WS-PEDIDO-WEB " CPF/CNPJ "
               DMC-DOC-EDITADO ": " WS-MOTIVO
               DELIMITED BY SIZE INTO RWB-LINHA.
           WRITE RWB-LINHA.

       2900-RECUSAR-PEDIDO.
           SET PEDIDO-RECUSADO TO TRUE.
           PERFORM 2800-GRAVAR-EXCECAO.

      *****************************************
      * FASE C: RELACIONA OS PEDIDOS PENDENTES E OS REJEITADOS DAS
      * CARGAS ANTERIORES (RECICLAGEM); O QUE PASSAR DE 999 FICA
      * PARA A CARGA SEGUINTE
      *****************************************
       5000-LISTAR-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           MOVE SPACES TO WS-PEDIDO-WEB.
           MOVE LOW-VALUES TO WBC-CHAVE.
           START CONTROLE-WEB
               KEY IS NOT LESS THAN WBC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-WEBCTL
           END-START.
           PERFORM 5010-LISTAR-PENDENTES-LOOP
               UNTIL WS-FS-WEBCTL NOT = "00".
           MOVE "00" TO WS-FS-WEBCTL.

       5010-LISTAR-PENDENTES-LOOP.
           READ CONTROLE-WEB NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-WEBCTL
               NOT AT END
                   IF (WBC-PENDENTE OR WBC-REJEITADO)
                           AND WBC-PEDIDO-WEB NOT = WS-PEDIDO-WEB
                           AND WS-QTD-PENDENTES < 999
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE WBC-PEDIDO-WEB TO
                           WS-PPD-PEDIDO(WS-QTD-PENDENTES)
                       MOVE WBC-PEDIDO-WEB TO WS-PEDIDO-WEB
                   END-IF
           END-READ.

      *****************************************
      * UM PEDIDO: LE AS LINHAS, VALIDA CLIENTE E PRODUTOS E GRAVA
      * O PEDIDO INTEIRO NO MOVVND OU REJEITA O PEDIDO INTEIRO
      *****************************************
       5100-CARREGAR-PEDIDO.
           MOVE WS-PPD-PEDIDO(WS-PPD-I) TO WS-PEDIDO-WEB.
           MOVE ZEROS TO WS-QTD-ITENS WS-CPF.
           SET PEDIDO-ACEITO TO TRUE.
           MOVE SPACES TO WS-MOTIVO.

           MOVE WS-PEDIDO-WEB TO WBC-PEDIDO-WEB.
           MOVE ZEROS TO WBC-ITEM.
           START CONTROLE-WEB
               KEY IS NOT LESS THAN WBC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-WEBCTL
           END-START.
           PERFORM 5110-LER-LINHA-PEDIDO
               UNTIL WS-FS-WEBCTL NOT = "00".
           MOVE "00" TO WS-FS-WEBCTL.

           IF WS-QTD-ITENS > ZEROS
               PERFORM 5200-VALIDAR-PEDIDO
               IF PEDIDO-ACEITO
                   PERFORM 5300-GRAVAR-MOVIMENTO
                       VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
                   ADD 1 TO WS-CONT-PEDIDOS-CARREGADOS
               ELSE
                   ADD 1 TO WS-CONT-PEDIDOS-REJEITADOS
                   PERFORM 2800-GRAVAR-EXCECAO
               END-IF
               PERFORM 5400-ATUALIZAR-LINHA
                   VARYING WS-ITEM-I FROM 1 BY 1
                   UNTIL WS-ITEM-I > WS-QTD-ITENS
           END-IF.

       5110-LER-LINHA-PEDIDO.
           READ CONTROLE-WEB NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-WEBCTL
               NOT AT END
                   IF WBC-PEDIDO-WEB = WS-PEDIDO-WEB
                           AND WS-QTD-ITENS < WS-LIMITE-ITENS
                       ADD 1 TO WS-QTD-ITENS
                       MOVE WBC-CPF TO WS-CPF
                       MOVE WBC-FORMA-PAGTO TO WS-FORMA-PAGTO
                       MOVE WBC-PRODUTO TO
                           WS-WPI-PRODUTO(WS-QTD-ITENS)
                       MOVE WBC-EAN TO WS-WPI-EAN(WS-QTD-ITENS)
                       MOVE WBC-QUANTIDADE TO
                           WS-WPI-QUANTIDADE(WS-QTD-ITENS)
                       MOVE WBC-PRECO TO WS-WPI-PRECO(WS-QTD-ITENS)
                       MOVE WBC-VALOR TO WS-WPI-VALOR(WS-QTD-ITENS)
                   ELSE
                       MOVE "10" TO WS-FS-WEBCTL
                   END-IF
           END-READ.

       5200-VALIDAR-PEDIDO.
           MOVE ZEROS TO WS-CLIENTE.

           IF CADASTRO-DISPONIVEL
               MOVE WS-CPF TO CLI-CPF
               READ CADASTRO-CLIENTES KEY IS CLI-CPF
                   INVALID KEY
                       SET PEDIDO-RECUSADO TO TRUE
                       MOVE "CLIENTE NAO CADASTRADO - VER REJCLI"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE CLI-CODIGO TO WS-CLIENTE
                       IF CLI-ATIVO-NAO
                           SET PEDIDO-RECUSADO TO TRUE
                           MOVE "CLIENTE INATIVO NO CADCLI"
                               TO WS-MOTIVO
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           ELSE
               SET PEDIDO-RECUSADO TO TRUE
               MOVE "CADASTRO DE CLIENTES INDISPONIVEL" TO WS-MOTIVO
           END-IF.

           IF PEDIDO-ACEITO
               IF PRODUTOS-DISPONIVEL
                   PERFORM 5210-VALIDAR-PRODUTO
                       VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
               ELSE
                   SET PEDIDO-RECUSADO TO TRUE
                   MOVE "CADASTRO DE PRODUTOS INDISPONIVEL"
                       TO WS-MOTIVO
               END-IF
           END-IF.

      *****************************************
      * PRODUTO PELO NOSSO CODIGO OU, SEM ELE, PELO EAN-13 (CHAVE
      * ALTERNATIVA DO PRODMST); O CODIGO ACHADO FICA NA LINHA
      *****************************************
       5210-VALIDAR-PRODUTO.
           IF WS-WPI-PRODUTO(WS-ITEM-I) = ZEROS
               MOVE WS-WPI-EAN(WS-ITEM-I) TO PRD-EAN
               READ CADASTRO-PRODUTOS KEY IS PRD-EAN
                   INVALID KEY
                       SET PEDIDO-RECUSADO TO TRUE
                       MOVE SPACES TO WS-MOTIVO
                       STRING "EAN " WS-WPI-EAN(WS-ITEM-I)
                           " NAO CADASTRADO"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE PRD-CODIGO TO WS-WPI-PRODUTO(WS-ITEM-I)
               END-READ
           ELSE
               MOVE WS-WPI-PRODUTO(WS-ITEM-I) TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       SET PEDIDO-RECUSADO TO TRUE
                       MOVE SPACES TO WS-MOTIVO
                       STRING "PRODUTO " WS-WPI-PRODUTO(WS-ITEM-I)
                           " INEXISTENTE"
                           DELIMITED BY SIZE INTO WS-MOTIVO
               END-READ
           END-IF.

           IF WS-FS-PRODMST = "00" AND PRD-INATIVO
               SET PEDIDO-RECUSADO TO TRUE
               MOVE SPACES TO WS-MOTIVO
               STRING "PRODUTO " PRD-CODIGO " INATIVO"
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.
           MOVE "00" TO WS-FS-PRODMST.

      *****************************************
      * LINHA DE VENDA NO LAYOUT DO MOVVND: DATA DE MOVIMENTO, VALOR
      * DA LINHA COMO COBRADO NA LOJA E O NUMERO DO PEDIDO DA LOJA
      *****************************************
       5300-GRAVAR-MOVIMENTO.
           MOVE SPACES TO MOV-LINHA.
           MOVE DMV-DATA TO MOV-DATA.
           MOVE "V" TO MOV-TIPO.
           MOVE WS-CLIENTE TO MOV-CLIENTE.
           MOVE WS-DM-MES TO MOV-MES.
           MOVE WS-WPI-VALOR(WS-ITEM-I) TO MOV-VALOR.
           MOVE ZEROS TO MOV-MOTIVO.
           MOVE WS-FORMA-PAGTO TO MOV-FORMA-PAGTO.
           MOVE WS-VENDEDOR-WEB TO MOV-VENDEDOR.
           MOVE WS-WPI-PRODUTO(WS-ITEM-I) TO MOV-PRODUTO.
           MOVE WS-WPI-QUANTIDADE(WS-ITEM-I) TO MOV-QUANTIDADE.
           MOVE ZEROS TO MOV-REF-DATA MOV-REF-SEQUENCIA MOV-CAIXA.
           MOVE "BRL" TO MOV-MOEDA.
           MOVE WS-WPI-VALOR(WS-ITEM-I) TO MOV-VALOR-ORIGINAL.
           MOVE WS-PEDIDO-WEB TO MOV-PEDIDO-WEB.
           WRITE MOV-LINHA.
           ADD 1 TO WS-CONT-LINHAS-MOVVND.

       5400-ATUALIZAR-LINHA.
           MOVE WS-PEDIDO-WEB TO WBC-PEDIDO-WEB.
           MOVE WS-ITEM-I TO WBC-ITEM.
           READ CONTROLE-WEB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CLIENTE TO WBC-CLIENTE
                   MOVE WS-WPI-PRODUTO(WS-ITEM-I) TO WBC-PRODUTO
                   IF PEDIDO-ACEITO
                       SET WBC-CARREGADO TO TRUE
                       MOVE SPACES TO WBC-MOTIVO
                       MOVE DMV-DATA TO WBC-DATA-CARGA
                   ELSE
                       SET WBC-REJEITADO TO TRUE
                       MOVE WS-MOTIVO TO WBC-MOTIVO
                   END-IF
                   REWRITE WBC-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE "00" TO WS-FS-WEBCTL.

       9000-FINALIZAR.
           MOVE SPACES TO RWB-LINHA.
           WRITE RWB-LINHA.

           IF FASE-IMPORTAR
               MOVE WS-CONT-PEDIDOS-LIDOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "PEDIDOS LIDOS:       " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               MOVE WS-CONT-PEDIDOS-IMPORTADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "PEDIDOS IMPORTADOS:  " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               MOVE WS-CONT-PEDIDOS-RECUSADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "PEDIDOS RECUSADOS:   " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               MOVE WS-CONT-CLIENTES-NOVOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "CLIENTES NO TRANCLI: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               IF PEDIDOS-DISPONIVEL
                   CLOSE PEDIDOS-WEB
               END-IF
               CLOSE TRANSACOES-CLIENTES
           ELSE
               MOVE WS-CONT-PEDIDOS-CARREGADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "PEDIDOS CARREGADOS:  " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               MOVE WS-CONT-LINHAS-MOVVND TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "LINHAS NO MOVVND:    " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               MOVE WS-CONT-PEDIDOS-REJEITADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RWB-LINHA
               STRING "PEDIDOS REJEITADOS:  " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RWB-LINHA
               WRITE RWB-LINHA

               IF PRODUTOS-DISPONIVEL
                   CLOSE CADASTRO-PRODUTOS
               END-IF
               CLOSE MOVIMENTO-VENDAS
           END-IF.

           CLOSE CONTROLE-WEB.
           IF CADASTRO-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE RELATORIO-WEB.

           IF (WS-CONT-PEDIDOS-RECUSADOS > ZEROS
                   OR WS-CONT-PEDIDOS-REJEITADOS > ZEROS)
                   AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF FASE-IMPORTAR
               MOVE WS-CONT-PEDIDOS-IMPORTADOS TO WS-CONT-EDITADO
               DISPLAY "PEDIDOS DA LOJA VIRTUAL IMPORTADOS: "
                   WS-CONT-EDITADO
           ELSE
               MOVE WS-CONT-PEDIDOS-CARREGADOS TO WS-CONT-EDITADO
               DISPLAY "PEDIDOS DA LOJA VIRTUAL CARREGADOS NO MOVVND: "
                   WS-CONT-EDITADO
           END-IF.
           DISPLAY "RECUSAS E REJEICOES GRAVADAS EM RELWEB".

       END PROGRAM WEBIMP.
