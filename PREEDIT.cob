       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREEDIT.
      *************************************
      *OBJETIVO: PRE-EDICAO DOS ARQUIVOS DE ENTRADA DO LOTE NOTURNO,
      *RODADA COMO PRIMEIRA ETAPA DO JOBDIARIO, ANTES DE QUALQUER
      *LANCAMENTO: LE DO INICIO AO FIM O TRANCLI (CARGA DE
      *CLIENTES), O MOVVND (CAPTURA DE VENDAS DO PROJETO5) E O
      *RETBANCO (RETORNO BANCARIO DO BAIXAREC) SEM GRAVAR NADA NOS
      *CADASTROS, CONFERINDO EM CADA LINHA O LAYOUT (SEPARADORES,
      *TIPO DE REGISTRO), OS CAMPOS NUMERICOS, AS DATAS, A
      *EXISTENCIA DO CLIENTE (CADCLI, OU NOVO NO PROPRIO TRANCLI) E
      *DO PRODUTO (PRODMST), A SITUACAO DO PERIODO NO PERCTL E, NO
      *RETBANCO, O HEADER DE SEQUENCIA (OBRIGATORIO NA PRIMEIRA
      *LINHA, COMO NO BAIXAREC: SEM ELE O ARQUIVO E INUTILIZAVEL,
      *SALVO LIBERACAO 000000 DO SEQLIB) E A QUANTIDADE E O TOTAL
      *DO TRAILER.
      *O RELEDIT LISTA CADA ERRO (LAY = LAYOUT/NUMERICO, CON =
      *CONTEUDO) E O RESUMO POR ARQUIVO. O ARQUIVO E INUTILIZAVEL
      *QUANDO TEM ERRO DE LAYOUT, PROBLEMA NO TRAILER OU LINHAS COM
      *ERRO ACIMA DO PERCENTUAL DO EDTCFG (SEM O ARQUIVO, 10%):
      *CODIGO DE RETORNO 12 PARA O JOBDIARIO PARAR ANTES DA CARGA.
      *SO ERROS DE CONTEUDO DENTRO DO LIMITE DAO RETORNO 4 (A
      *ETAPA DE LANCAMENTO REJEITA ESSAS LINHAS UMA A UMA); ARQUIVO
      *AUSENTE NAO E ERRO DA PRE-EDICAO, FICA SO ANOTADO NO RELEDIT.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSACOES-CLIENTES ASSIGN TO "TRANCLI"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-TRANCLI.

               SELECT MOVIMENTO-VENDAS ASSIGN TO "MOVVND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-MOVVND.

               SELECT RETORNO-BANCO ASSIGN TO "RETBANCO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RETORNO.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT CONTROLE-PERIODOS ASSIGN TO "PERCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PER-CHAVE
                   FILE STATUS IS WS-FS-PERCTL.

               SELECT CONFIG-EDICAO ASSIGN TO "EDTCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EDTCFG.

               SELECT RELATORIO-EDICAO ASSIGN TO "RELEDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELEDIT.
       DATA DIVISION.
           FILE SECTION.
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
           01  TRN-TEXTO PIC X(127).

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
           01  MOV-TEXTO PIC X(95).

           FD  RETORNO-BANCO
               LABEL RECORD IS STANDARD.
           01  RTB-LINHA.
               05 RTB-TIPO PIC X(1).
                   88 RTB-TIPO-DETALHE VALUE "D".
                   88 RTB-TIPO-TRAILER VALUE "T".
                   88 RTB-TIPO-HEADER VALUE "H".
               05 FILLER PIC X(1).
               05 RTB-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RTB-DOCUMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 RTB-VALOR-PAGO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RTB-DATA-PAGTO PIC 9(8).
           01  RTB-TRAILER.
               05 RTB-T-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 RTB-T-QUANTIDADE PIC 9(6).
               05 FILLER PIC X(1).
               05 RTB-T-TOTAL PIC 9(10)V99.
           01  RTB-HEADER.
               05 RTB-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 RTB-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RTB-H-SEQUENCIA PIC 9(6).
           01  RTB-TEXTO PIC X(37).

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  CONTROLE-PERIODOS
               LABEL RECORD IS STANDARD.
               COPY "PERCTL-REG.CPY".

      *****************************************
      * PERCENTUAL MAXIMO DE LINHAS COM ERRO DE CONTEUDO QUE AINDA
      * DEIXA O ARQUIVO SEGUIR PARA O LANCAMENTO (EX: 005)
      *****************************************
           FD  CONFIG-EDICAO
               LABEL RECORD IS STANDARD.
           01  ECF-LINHA.
               05 ECF-LIMITE-PERC PIC 9(3).

           FD  RELATORIO-EDICAO
               LABEL RECORD IS STANDARD.
           01  RED-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-TRANCLI PIC X(2) VALUE "00".
           77 WS-FS-MOVVND PIC X(2) VALUE "00".
           77 WS-FS-RETORNO PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-PERCTL PIC X(2) VALUE "00".
           77 WS-FS-EDTCFG PIC X(2) VALUE "00".
           77 WS-FS-RELEDIT PIC X(2) VALUE "00".
           77 WS-FS-LEITURA PIC X(2).
           77 WS-CADCLI-SW PIC X(1) VALUE "S".
               88 CADCLI-DISPONIVEL VALUE "S".
               88 CADCLI-AUSENTE VALUE "N".
           77 WS-PRODMST-SW PIC X(1) VALUE "S".
               88 PRODMST-DISPONIVEL VALUE "S".
               88 PRODMST-AUSENTE VALUE "N".
           77 WS-PERCTL-SW PIC X(1) VALUE "S".
               88 PERCTL-DISPONIVEL VALUE "S".
               88 PERCTL-AUSENTE VALUE "N".
           77 WS-LINHA-SW PIC X(1).
               88 LINHA-COM-ERRO VALUE "S".
               88 LINHA-SEM-ERRO VALUE "N".
           77 WS-SEPARADOR-SW PIC X(1).
               88 SEPARADORES-OK VALUE "S".
               88 SEPARADOR-FORA VALUE "N".
           77 WS-CLIENTE-SW PIC X(1).
               88 CLIENTE-ACHADO VALUE "S".
               88 CLIENTE-INEXISTENTE VALUE "N".
               88 CLIENTE-INATIVO VALUE "I".
               88 CLIENTE-NAO-CONFERIDO VALUE "X".
           77 WS-TRAILER-SW PIC X(1).
               88 TRAILER-LIDO VALUE "S".
               88 TRAILER-NAO-LIDO VALUE "N".
           77 WS-TRAILER-VALIDO-SW PIC X(1).
               88 TRAILER-VALIDO VALUE "S".
               88 TRAILER-INVALIDO VALUE "N".
           77 WS-DATA-SW PIC X(1).
               88 DATA-VALIDA VALUE "S".
               88 DATA-INVALIDA VALUE "N".
           77 WS-DOC-SW PIC X(1).
               88 DOC-VALIDO VALUE "S".
               88 DOC-INVALIDO VALUE "N".
           77 WS-REPETIDO-SW PIC X(1).
               88 DOC-REPETIDO VALUE "S".
               88 DOC-NAO-REPETIDO VALUE "N".
           77 WS-NOVOS-SW PIC X(1) VALUE "N".
               88 NOVOS-ESTOURADO VALUE "S".
           77 WS-LIMITE-PERC PIC 9(3) VALUE 10.
           77 WS-ARQ-I PIC 9(1).
           77 WS-SEP-I PIC 9(2).
           77 WS-SEP-QTD PIC 9(2).
           77 WS-POS PIC 9(3).
           77 WS-LINHA-NUM PIC 9(6).
           77 WS-TIPO-ERRO PIC X(3).
           77 WS-MOTIVO PIC X(30).
           77 WS-CONTEUDO PIC X(60).
           77 WS-NOVO-QTD PIC 9(4) VALUE ZEROS.
           77 WS-NOVO-I PIC 9(4).
           77 WS-RTB-QTD PIC 9(6).
           77 WS-RTB-TOTAL PIC 9(10)V99.
           77 WS-PERC-ERRO PIC 9(3)V99.
           77 WS-RC-EDICAO PIC 9(2) VALUE ZEROS.
           77 WS-ULTIMO-DIA PIC 9(2).
           77 WS-DIG-I PIC 9(2).
           77 WS-SOMA PIC 9(4).
           77 WS-SOMA2 PIC 9(4).
           77 WS-QUOC PIC 9(4).
           77 WS-RESTO PIC 9(2).
           77 WS-RESTO2 PIC 9(2).
           77 WS-DV1 PIC 9.
           77 WS-DV2 PIC 9.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-PERC-EDITADO PIC ZZ9,99.
           77 WS-LIMITE-EDITADO PIC ZZ9.

      *****************************************
      * ARQUIVOS EDITADOS, NA ORDEM DO RESUMO DO RELEDIT, E AS
      * CONTAGENS DE CADA UM. SITUACAO: A = AUSENTE, U = UTILIZAVEL,
      * R = UTILIZAVEL COM RESSALVAS, I = INUTILIZAVEL
      *****************************************
           01 WS-ARQUIVOS-GRUPO.
               05 FILLER PIC X(8) VALUE "TRANCLI ".
               05 FILLER PIC X(8) VALUE "MOVVND  ".
               05 FILLER PIC X(8) VALUE "RETBANCO".
           01 WS-ARQUIVOS REDEFINES WS-ARQUIVOS-GRUPO.
               05 WS-ARQ-NOME PIC X(8) OCCURS 3 TIMES.
           01 WS-CONTAGENS-ARQUIVO.
               05 WS-ARQ OCCURS 3 TIMES.
                   10 WS-ARQ-SITUACAO PIC X(1).
                   10 WS-ARQ-INUTIL PIC X(1).
                   10 WS-ARQ-LIDOS PIC 9(6).
                   10 WS-ARQ-COM-ERRO PIC 9(6).
                   10 WS-ARQ-ERROS-LAYOUT PIC 9(6).
                   10 WS-ARQ-ERROS-CONTEUDO PIC 9(6).

      *****************************************
      * POSICOES DOS SEPARADORES (BRANCOS) ENTRE OS CAMPOS DO MOVVND
      * E DO RETBANCO (AS DUAS PRIMEIRAS VALEM TAMBEM PARA O TRAILER)
      *****************************************
           01 WS-SEP-MOV-GRUPO PIC X(45) VALUE
               "009011018021030033036041048053062069072076085".
           01 WS-SEP-MOV REDEFINES WS-SEP-MOV-GRUPO.
               05 WS-SEP-MOV-POS PIC 9(3) OCCURS 15 TIMES.
           01 WS-SEP-RTB-GRUPO PIC X(12) VALUE "002009018029".
           01 WS-SEP-RTB REDEFINES WS-SEP-RTB-GRUPO.
               05 WS-SEP-RTB-POS PIC 9(3) OCCURS 4 TIMES.

      *****************************************
      * CLIENTES NOVOS DO TRANCLI SEM ERRO: A CARGA RODA ANTES DA
      * CAPTURA, ENTAO O MOVVND PODE TRAZER VENDA PARA ELES
      *****************************************
           01 WS-NOVOS.
               05 WS-NOVO-CODIGO PIC 9(6) OCCURS 5000 TIMES.

           01 WS-DATA-TESTE.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-CPF-NUM PIC 9(11).
           01 WS-CPF-DIGITOS REDEFINES WS-CPF-NUM.
               05 WS-CPF-DIGITO PIC 9 OCCURS 11 TIMES.
           01 WS-CNPJ-NUM PIC 9(14).
           01 WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-NUM.
               05 WS-CNPJ-DIGITO PIC 9 OCCURS 14 TIMES.
           01 WS-PESOS-CNPJ1-GRUPO PIC 9(12) VALUE 543298765432.
           01 WS-PESOS-CNPJ1 REDEFINES WS-PESOS-CNPJ1-GRUPO.
               05 WS-PESO-CNPJ1 PIC 9 OCCURS 12 TIMES.
           01 WS-PESOS-CNPJ2-GRUPO PIC 9(13) VALUE 6543298765432.
           01 WS-PESOS-CNPJ2 REDEFINES WS-PESOS-CNPJ2-GRUPO.
               05 WS-PESO-CNPJ2 PIC 9 OCCURS 13 TIMES.

           01 WS-LINHA-ERRO.
               05 WS-LE-ARQUIVO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LE-LINHA PIC Z(5)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LE-TIPO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LE-MOTIVO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LE-CONTEUDO PIC X(60).

           01 WS-LINHA-RESUMO.
               05 WS-LR-ARQUIVO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-LIDOS PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-COM-ERRO PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-PERC PIC ZZ9,99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-LAYOUT PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-CONTEUDO PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LR-SITUACAO PIC X(40).
           COPY "DATMOV-REG.CPY".
           COPY "SEQCTL-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-EDITAR-TRANCLI.
           PERFORM 3000-EDITAR-MOVVND.
           PERFORM 4000-EDITAR-RETBANCO.
           PERFORM 9000-FINALIZAR.

           MOVE WS-RC-EDICAO TO RETURN-CODE.
           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           PERFORM 1100-LER-CONFIGURACAO.

           PERFORM VARYING WS-ARQ-I FROM 1 BY 1 UNTIL WS-ARQ-I > 3
               MOVE "U" TO WS-ARQ-SITUACAO(WS-ARQ-I)
               MOVE "N" TO WS-ARQ-INUTIL(WS-ARQ-I)
               MOVE ZEROS TO WS-ARQ-LIDOS(WS-ARQ-I)
                   WS-ARQ-COM-ERRO(WS-ARQ-I)
                   WS-ARQ-ERROS-LAYOUT(WS-ARQ-I)
                   WS-ARQ-ERROS-CONTEUDO(WS-ARQ-I)
           END-PERFORM.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               SET CADCLI-AUSENTE TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-PRODUTOS.
           IF WS-FS-PRODMST NOT = "00"
               SET PRODMST-AUSENTE TO TRUE
           END-IF.
           OPEN INPUT CONTROLE-PERIODOS.
           IF WS-FS-PERCTL NOT = "00"
               SET PERCTL-AUSENTE TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-EDICAO.

           MOVE SPACES TO RED-LINHA.
           STRING "PRE-EDICAO DOS ARQUIVOS DE ENTRADA - DATA DE "
               "MOVIMENTO " WS-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO RED-LINHA.
           WRITE RED-LINHA.
           MOVE WS-LIMITE-PERC TO WS-LIMITE-EDITADO.
           MOVE SPACES TO RED-LINHA.
           STRING "LIMITE DE LINHAS COM ERRO DE CONTEUDO POR ARQUIVO: "
               WS-LIMITE-EDITADO "%"
               DELIMITED BY SIZE INTO RED-LINHA.
           WRITE RED-LINHA.
           IF CADCLI-AUSENTE
               MOVE SPACES TO RED-LINHA
               STRING "CADCLI INDISPONIVEL - EXISTENCIA DE CLIENTE NAO "
                   "CONFERIDA"
                   DELIMITED BY SIZE INTO RED-LINHA
               WRITE RED-LINHA
           END-IF.
           IF PRODMST-AUSENTE
               MOVE SPACES TO RED-LINHA
               STRING "PRODMST INDISPONIVEL - EXISTENCIA DE PRODUTO "
                   "NAO CONFERIDA"
                   DELIMITED BY SIZE INTO RED-LINHA
               WRITE RED-LINHA
           END-IF.
           MOVE SPACES TO RED-LINHA.
           WRITE RED-LINHA.
           MOVE SPACES TO RED-LINHA.
           STRING "ARQUIVO   LINHA TIPO MOTIVO                         "
               "CONTEUDO"
               DELIMITED BY SIZE INTO RED-LINHA.
           WRITE RED-LINHA.

       1100-LER-CONFIGURACAO.
           OPEN INPUT CONFIG-EDICAO.
           IF WS-FS-EDTCFG = "00"
               READ CONFIG-EDICAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ECF-LIMITE-PERC IS NUMERIC
                               AND ECF-LIMITE-PERC > ZEROS
                               AND ECF-LIMITE-PERC NOT > 100
                           MOVE ECF-LIMITE-PERC TO WS-LIMITE-PERC
                       END-IF
               END-READ
               CLOSE CONFIG-EDICAO
           END-IF.
           MOVE "00" TO WS-FS-EDTCFG.

      *****************************************
      * TRANCLI: REGISTRO FIXO SEM SEPARADORES. O CONTEUDO IMPRESSO
      * PARA NAS POSICOES DO CODIGO E DO NOME, SEM O CPF/CNPJ
      *****************************************
       2000-EDITAR-TRANCLI.
           MOVE 1 TO WS-ARQ-I.
           MOVE ZEROS TO WS-LINHA-NUM.

           OPEN INPUT TRANSACOES-CLIENTES.
           IF WS-FS-TRANCLI NOT = "00"
               PERFORM 8300-ARQUIVO-AUSENTE
           ELSE
               PERFORM 2100-LER-TRANCLI
               PERFORM 2200-EDITAR-TRANSACAO
                   UNTIL WS-FS-TRANCLI NOT = "00"
               IF WS-FS-TRANCLI NOT = "10"
                   MOVE WS-FS-TRANCLI TO WS-FS-LEITURA
                   PERFORM 8400-ERRO-DE-LEITURA
               END-IF
               CLOSE TRANSACOES-CLIENTES
               PERFORM 8500-AVALIAR-ARQUIVO
           END-IF.
           MOVE "00" TO WS-FS-TRANCLI.

       2100-LER-TRANCLI.
           READ TRANSACOES-CLIENTES
               AT END
                   MOVE "10" TO WS-FS-TRANCLI
           END-READ.

       2200-EDITAR-TRANSACAO.
           PERFORM 8000-INICIAR-LINHA.
           MOVE TRN-TEXTO(1:36) TO WS-CONTEUDO.

           IF TRN-TEXTO = SPACES
               MOVE "LINHA EM BRANCO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               PERFORM 2210-CONFERIR-CAMPOS
               PERFORM 2220-CONFERIR-CONTEUDO
           END-IF.

           IF LINHA-SEM-ERRO
               PERFORM 2250-GUARDAR-CLIENTE-NOVO
           END-IF.

           PERFORM 2100-LER-TRANCLI.

       2210-CONFERIR-CAMPOS.
           IF TRN-CODIGO IS NOT NUMERIC
               MOVE "CODIGO DO CLIENTE NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF TRN-CPF IS NOT NUMERIC
               MOVE "CPF/CNPJ NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF TRN-CEP IS NOT NUMERIC
               MOVE "CEP NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF TRN-LIMITE-CREDITO IS NOT NUMERIC
               MOVE "LIMITE DE CREDITO NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF TRN-FILIAL IS NOT NUMERIC
               MOVE "FILIAL NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF TRN-TIPO-PESSOA NOT = "F" AND NOT = "J"
                   AND NOT = SPACE
               MOVE "TIPO DE PESSOA INVALIDO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

      *****************************************
      * MESMAS RECUSAS DA CARGA EM LOTE DO CLIENTES: DOCUMENTO COM
      * DIGITO INVALIDO, CEP ZERADO E CODIGO JA CADASTRADO
      *****************************************
       2220-CONFERIR-CONTEUDO.
           IF TRN-CODIGO IS NUMERIC
               IF TRN-CODIGO = ZEROS
                   MOVE "CODIGO DO CLIENTE ZERADO" TO WS-MOTIVO
                   PERFORM 8120-ERRO-CONTEUDO
               ELSE
                   IF CADCLI-DISPONIVEL
                       MOVE TRN-CODIGO TO CLI-CODIGO
                       READ CADASTRO-CLIENTES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "CLIENTE JA CADASTRADO"
                                   TO WS-MOTIVO
                               PERFORM 8120-ERRO-CONTEUDO
                       END-READ
                   END-IF
               END-IF
           END-IF.

           IF TRN-NOME = SPACES
               MOVE "NOME EM BRANCO" TO WS-MOTIVO
               PERFORM 8120-ERRO-CONTEUDO
           END-IF.

           IF TRN-CPF IS NUMERIC
               PERFORM 2300-VALIDAR-DOCUMENTO
               IF DOC-INVALIDO
                   MOVE "CPF/CNPJ INVALIDO" TO WS-MOTIVO
                   PERFORM 8120-ERRO-CONTEUDO
               END-IF
           END-IF.

           IF TRN-CEP IS NUMERIC AND TRN-CEP = ZEROS
               MOVE "CEP ZERADO" TO WS-MOTIVO
               PERFORM 8120-ERRO-CONTEUDO
           END-IF.

       2250-GUARDAR-CLIENTE-NOVO.
           IF WS-NOVO-QTD < 5000
               ADD 1 TO WS-NOVO-QTD
               MOVE TRN-CODIGO TO WS-NOVO-CODIGO(WS-NOVO-QTD)
           ELSE
               SET NOVOS-ESTOURADO TO TRUE
           END-IF.

       2300-VALIDAR-DOCUMENTO.
           SET DOC-INVALIDO TO TRUE.

           IF TRN-TIPO-PESSOA = "J"
               PERFORM 2320-VALIDAR-CNPJ
           ELSE
               IF TRN-CPF NOT > 99999999999
                   PERFORM 2310-VALIDAR-CPF
               END-IF
           END-IF.

       2310-VALIDAR-CPF.
           MOVE TRN-CPF TO WS-CPF-NUM.
           SET DOC-REPETIDO TO TRUE.
           PERFORM VARYING WS-DIG-I FROM 2 BY 1 UNTIL WS-DIG-I > 9
               IF WS-CPF-DIGITO(WS-DIG-I) NOT = WS-CPF-DIGITO(1)
                   SET DOC-NAO-REPETIDO TO TRUE
               END-IF
           END-PERFORM.

           IF DOC-NAO-REPETIDO
               MOVE ZEROS TO WS-SOMA WS-SOMA2

               PERFORM VARYING WS-DIG-I FROM 1 BY 1 UNTIL WS-DIG-I > 9
                   COMPUTE WS-SOMA = WS-SOMA +
                       WS-CPF-DIGITO(WS-DIG-I) * (11 - WS-DIG-I)
               END-PERFORM
               DIVIDE WS-SOMA BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO
               COMPUTE WS-RESTO = WS-RESTO * 10
               DIVIDE WS-RESTO BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO
               IF WS-RESTO > 9
                   MOVE 0 TO WS-DV1
               ELSE
                   MOVE WS-RESTO TO WS-DV1
               END-IF

               PERFORM VARYING WS-DIG-I FROM 1 BY 1 UNTIL WS-DIG-I > 9
                   COMPUTE WS-SOMA2 = WS-SOMA2 +
                       WS-CPF-DIGITO(WS-DIG-I) * (12 - WS-DIG-I)
               END-PERFORM
               COMPUTE WS-SOMA2 = WS-SOMA2 + (WS-DV1 * 2)
               DIVIDE WS-SOMA2 BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO2
               COMPUTE WS-RESTO2 = WS-RESTO2 * 10
               DIVIDE WS-RESTO2 BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO2
               IF WS-RESTO2 > 9
                   MOVE 0 TO WS-DV2
               ELSE
                   MOVE WS-RESTO2 TO WS-DV2
               END-IF

               IF WS-CPF-DIGITO(10) = WS-DV1
                       AND WS-CPF-DIGITO(11) = WS-DV2
                   SET DOC-VALIDO TO TRUE
               END-IF
           END-IF.

       2320-VALIDAR-CNPJ.
           MOVE TRN-CPF TO WS-CNPJ-NUM.
           SET DOC-REPETIDO TO TRUE.
           PERFORM VARYING WS-DIG-I FROM 2 BY 1 UNTIL WS-DIG-I > 12
               IF WS-CNPJ-DIGITO(WS-DIG-I) NOT = WS-CNPJ-DIGITO(1)
                   SET DOC-NAO-REPETIDO TO TRUE
               END-IF
           END-PERFORM.

           IF DOC-NAO-REPETIDO
               MOVE ZEROS TO WS-SOMA WS-SOMA2

               PERFORM VARYING WS-DIG-I FROM 1 BY 1 UNTIL WS-DIG-I > 12
                   COMPUTE WS-SOMA = WS-SOMA +
                       WS-CNPJ-DIGITO(WS-DIG-I) *
                           WS-PESO-CNPJ1(WS-DIG-I)
               END-PERFORM
               DIVIDE WS-SOMA BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO
               IF WS-RESTO < 2
                   MOVE 0 TO WS-DV1
               ELSE
                   COMPUTE WS-DV1 = 11 - WS-RESTO
               END-IF

               PERFORM VARYING WS-DIG-I FROM 1 BY 1 UNTIL WS-DIG-I > 13
                   COMPUTE WS-SOMA2 = WS-SOMA2 +
                       WS-CNPJ-DIGITO(WS-DIG-I) *
                           WS-PESO-CNPJ2(WS-DIG-I)
               END-PERFORM
               DIVIDE WS-SOMA2 BY 11 GIVING WS-QUOC
                   REMAINDER WS-RESTO2
               IF WS-RESTO2 < 2
                   MOVE 0 TO WS-DV2
               ELSE
                   COMPUTE WS-DV2 = 11 - WS-RESTO2
               END-IF

               IF WS-CNPJ-DIGITO(13) = WS-DV1
                       AND WS-CNPJ-DIGITO(14) = WS-DV2
                   SET DOC-VALIDO TO TRUE
               END-IF
           END-IF.

      *****************************************
      * MOVVND: LINHAS GRAVADAS ANTES DOS CAMPOS MAIS NOVOS DO
      * LAYOUT (MOTIVO EM DIANTE) CHEGAM COM ELES EM BRANCO, QUE A
      * CAPTURA TRATA COMO ZERO; SO DATA, CLIENTE, MES E VALOR SAO
      * OBRIGATORIOS. O ANO DO PERIODO E O DA DATA DE MOVIMENTO,
      * COMO NA CAPTURA
      *****************************************
       3000-EDITAR-MOVVND.
           MOVE 2 TO WS-ARQ-I.
           MOVE ZEROS TO WS-LINHA-NUM.

           OPEN INPUT MOVIMENTO-VENDAS.
           IF WS-FS-MOVVND NOT = "00"
               PERFORM 8300-ARQUIVO-AUSENTE
           ELSE
               PERFORM 3100-LER-MOVVND
               PERFORM 3200-EDITAR-MOVIMENTO
                   UNTIL WS-FS-MOVVND NOT = "00"
               IF WS-FS-MOVVND NOT = "10"
                   MOVE WS-FS-MOVVND TO WS-FS-LEITURA
                   PERFORM 8400-ERRO-DE-LEITURA
               END-IF
               CLOSE MOVIMENTO-VENDAS
               PERFORM 8500-AVALIAR-ARQUIVO
           END-IF.
           MOVE "00" TO WS-FS-MOVVND.

       3100-LER-MOVVND.
           READ MOVIMENTO-VENDAS
               AT END
                   MOVE "10" TO WS-FS-MOVVND
           END-READ.

       3200-EDITAR-MOVIMENTO.
           PERFORM 8000-INICIAR-LINHA.
           MOVE MOV-TEXTO TO WS-CONTEUDO.

           IF MOV-TEXTO = SPACES
               MOVE "LINHA EM BRANCO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               SET SEPARADORES-OK TO TRUE
               PERFORM VARYING WS-SEP-I FROM 1 BY 1
                       UNTIL WS-SEP-I > 15
                   MOVE WS-SEP-MOV-POS(WS-SEP-I) TO WS-POS
                   IF MOV-TEXTO(WS-POS:1) NOT = SPACE
                       SET SEPARADOR-FORA TO TRUE
                   END-IF
               END-PERFORM
               IF SEPARADOR-FORA
                   MOVE "SEPARADOR FORA DA POSICAO" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               END-IF
               PERFORM 3210-CONFERIR-OBRIGATORIOS
               PERFORM 3220-CONFERIR-OPCIONAIS
               PERFORM 3230-CONFERIR-CONTEUDO
           END-IF.

           PERFORM 3100-LER-MOVVND.

       3210-CONFERIR-OBRIGATORIOS.
           IF MOV-DATA IS NOT NUMERIC
               MOVE "DATA NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               MOVE MOV-DATA TO WS-DATA-TESTE
               PERFORM 8800-VALIDAR-DATA
               IF DATA-INVALIDA
                   MOVE "DATA INEXISTENTE" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               ELSE
                   IF MOV-DATA NOT = DMV-DATA
                       MOVE "DATA DIVERGENTE DO MOVIMENTO"
                           TO WS-MOTIVO
                       PERFORM 8120-ERRO-CONTEUDO
                   END-IF
               END-IF
           END-IF.

           IF MOV-TIPO NOT = "V" AND NOT = "E" AND NOT = SPACE
               MOVE "TIPO DE LANCAMENTO INVALIDO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

           IF MOV-CLIENTE IS NOT NUMERIC
               MOVE "CLIENTE NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

           IF MOV-MES IS NOT NUMERIC
               MOVE "MES NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               IF MOV-MES < 1 OR MOV-MES > 12
                   MOVE "MES INVALIDO" TO WS-MOTIVO
                   PERFORM 8120-ERRO-CONTEUDO
               END-IF
           END-IF.

           IF MOV-VALOR IS NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

       3220-CONFERIR-OPCIONAIS.
           IF MOV-MOTIVO IS NOT NUMERIC AND MOV-MOTIVO NOT = SPACES
               MOVE "MOTIVO NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-FORMA-PAGTO IS NOT NUMERIC
                   AND MOV-FORMA-PAGTO NOT = SPACES
               MOVE "FORMA DE PAGAMENTO NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-VENDEDOR IS NOT NUMERIC
                   AND MOV-VENDEDOR NOT = SPACES
               MOVE "VENDEDOR NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-PRODUTO IS NOT NUMERIC
                   AND MOV-PRODUTO NOT = SPACES
               MOVE "PRODUTO NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-QUANTIDADE IS NOT NUMERIC
                   AND MOV-QUANTIDADE NOT = SPACES
               MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-REF-DATA IS NOT NUMERIC
                   AND MOV-REF-DATA NOT = SPACES
               MOVE "DATA DE REFERENCIA NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-REF-DATA IS NUMERIC AND MOV-REF-DATA > ZEROS
               MOVE MOV-REF-DATA TO WS-DATA-TESTE
               PERFORM 8800-VALIDAR-DATA
               IF DATA-INVALIDA
                   MOVE "DATA DE REFERENCIA INEXISTENTE" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               END-IF
           END-IF.
           IF MOV-REF-SEQUENCIA IS NOT NUMERIC
                   AND MOV-REF-SEQUENCIA NOT = SPACES
               MOVE "SEQUENCIA DE REFERENCIA INVALIDA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-CAIXA IS NOT NUMERIC AND MOV-CAIXA NOT = SPACES
               MOVE "CAIXA NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.
           IF MOV-VALOR-ORIGINAL IS NOT NUMERIC
                   AND MOV-VALOR-ORIGINAL NOT = SPACES
               MOVE "VALOR ORIGINAL NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

       3230-CONFERIR-CONTEUDO.
           IF MOV-CLIENTE IS NUMERIC
               MOVE MOV-CLIENTE TO CLI-CODIGO
               PERFORM 8600-VERIFICAR-CLIENTE
               EVALUATE TRUE
                   WHEN CLIENTE-INEXISTENTE
                       MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
                       PERFORM 8120-ERRO-CONTEUDO
                   WHEN CLIENTE-INATIVO
                       MOVE "CLIENTE INATIVO" TO WS-MOTIVO
                       PERFORM 8120-ERRO-CONTEUDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF MOV-PRODUTO IS NUMERIC AND MOV-PRODUTO > ZEROS
                   AND PRODMST-DISPONIVEL
               MOVE MOV-PRODUTO TO PRD-CODIGO
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO INEXISTENTE" TO WS-MOTIVO
                       PERFORM 8120-ERRO-CONTEUDO
               END-READ
           END-IF.

           IF MOV-MES IS NUMERIC AND MOV-MES >= 1 AND MOV-MES <= 12
                   AND PERCTL-DISPONIVEL
               MOVE WS-DM-ANO TO PER-ANO
               MOVE MOV-MES TO PER-MES
               READ CONTROLE-PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-FECHADO
                           MOVE "PERIODO FECHADO" TO WS-MOTIVO
                           PERFORM 8120-ERRO-CONTEUDO
                       END-IF
               END-READ
           END-IF.

      *****************************************
      * RETBANCO: HEADER "H" OBRIGATORIO NA PRIMEIRA LINHA (DATA E
      * NUMERO DE SEQUENCIA, FORA DA QUANTIDADE DO TRAILER),
      * DETALHES "D" SEGUIDOS DE UM TRAILER "T" COM A
      * QUANTIDADE E O TOTAL PAGO; ARQUIVO SEM TRAILER, COM LINHA
      * DEPOIS DELE OU COM TOTAIS QUE NAO CONFEREM NAO SEGUE PARA A
      * BAIXA. A QUANTIDADE E O TOTAL SOMAM TODOS OS DETALHES, COMO
      * NA CONFERENCIA DO BAIXAREC
      *****************************************
       4000-EDITAR-RETBANCO.
           MOVE 3 TO WS-ARQ-I.
           MOVE ZEROS TO WS-LINHA-NUM WS-RTB-QTD WS-RTB-TOTAL.
           SET TRAILER-NAO-LIDO TO TRUE.
           SET TRAILER-VALIDO TO TRUE.

           OPEN INPUT RETORNO-BANCO.
           IF WS-FS-RETORNO NOT = "00"
               PERFORM 8300-ARQUIVO-AUSENTE
           ELSE
               PERFORM 4100-LER-RETBANCO
               PERFORM 4200-EDITAR-RETORNO
                   UNTIL WS-FS-RETORNO NOT = "00"
               IF WS-FS-RETORNO NOT = "10"
                   MOVE WS-FS-RETORNO TO WS-FS-LEITURA
                   PERFORM 8400-ERRO-DE-LEITURA
               END-IF
               CLOSE RETORNO-BANCO
               PERFORM 4500-CONFERIR-TRAILER
               PERFORM 8500-AVALIAR-ARQUIVO
           END-IF.
           MOVE "00" TO WS-FS-RETORNO.

       4100-LER-RETBANCO.
           READ RETORNO-BANCO
               AT END
                   MOVE "10" TO WS-FS-RETORNO
           END-READ.

       4200-EDITAR-RETORNO.
           PERFORM 8000-INICIAR-LINHA.
           MOVE RTB-TEXTO TO WS-CONTEUDO.

           IF RTB-TEXTO = SPACES
               MOVE "LINHA EM BRANCO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               IF TRAILER-LIDO
                   MOVE "REGISTRO DEPOIS DO TRAILER" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               ELSE
                   IF WS-LINHA-NUM = 1 AND NOT RTB-TIPO-HEADER
                       PERFORM 4360-CONFERIR-FALTA-HEADER
                   END-IF
                   EVALUATE TRUE
                       WHEN RTB-TIPO-HEADER
                           PERFORM 4350-EDITAR-HEADER
                       WHEN RTB-TIPO-DETALHE
                           MOVE 4 TO WS-SEP-QTD
                           PERFORM 4250-CONFERIR-SEPARADORES
                           PERFORM 4300-EDITAR-DETALHE
                       WHEN RTB-TIPO-TRAILER
                           MOVE 2 TO WS-SEP-QTD
                           PERFORM 4250-CONFERIR-SEPARADORES
                           PERFORM 4400-EDITAR-TRAILER
                       WHEN OTHER
                           MOVE "TIPO DE REGISTRO INVALIDO"
                               TO WS-MOTIVO
                           PERFORM 8110-ERRO-LAYOUT
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM 4100-LER-RETBANCO.

       4250-CONFERIR-SEPARADORES.
           SET SEPARADORES-OK TO TRUE.
           PERFORM VARYING WS-SEP-I FROM 1 BY 1
                   UNTIL WS-SEP-I > WS-SEP-QTD
               MOVE WS-SEP-RTB-POS(WS-SEP-I) TO WS-POS
               IF RTB-TEXTO(WS-POS:1) NOT = SPACE
                   SET SEPARADOR-FORA TO TRUE
               END-IF
           END-PERFORM.
           IF SEPARADOR-FORA
               MOVE "SEPARADOR FORA DA POSICAO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

       4300-EDITAR-DETALHE.
           ADD 1 TO WS-RTB-QTD.

           IF RTB-CLIENTE IS NOT NUMERIC
               MOVE "CLIENTE NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               MOVE RTB-CLIENTE TO CLI-CODIGO
               PERFORM 8600-VERIFICAR-CLIENTE
               IF CLIENTE-INEXISTENTE
                   MOVE "CLIENTE INEXISTENTE" TO WS-MOTIVO
                   PERFORM 8120-ERRO-CONTEUDO
               END-IF
           END-IF.

           IF RTB-DOCUMENTO IS NOT NUMERIC
               MOVE "DOCUMENTO NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

           IF RTB-VALOR-PAGO IS NOT NUMERIC
               MOVE "VALOR PAGO NAO NUMERICO" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               ADD RTB-VALOR-PAGO TO WS-RTB-TOTAL
               IF RTB-VALOR-PAGO = ZEROS
                   MOVE "VALOR PAGO ZERADO" TO WS-MOTIVO
                   PERFORM 8120-ERRO-CONTEUDO
               END-IF
           END-IF.

           IF RTB-DATA-PAGTO IS NOT NUMERIC
               MOVE "DATA DO PAGAMENTO NAO NUMERICA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               MOVE RTB-DATA-PAGTO TO WS-DATA-TESTE
               PERFORM 8800-VALIDAR-DATA
               IF DATA-INVALIDA
                   MOVE "DATA DO PAGAMENTO INEXISTENTE" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               ELSE
                   IF RTB-DATA-PAGTO > DMV-DATA
                       MOVE "PAGAMENTO COM DATA FUTURA" TO WS-MOTIVO
                       PERFORM 8120-ERRO-CONTEUDO
                   END-IF
               END-IF
           END-IF.

       4350-EDITAR-HEADER.
           IF WS-LINHA-NUM NOT = 1
               MOVE "HEADER FORA DA PRIMEIRA LINHA" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           ELSE
               IF RTB-TEXTO(2:1) NOT = SPACE
                       OR RTB-TEXTO(11:1) NOT = SPACE
                   MOVE "SEPARADOR FORA DA POSICAO" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               END-IF
               IF RTB-H-DATA IS NOT NUMERIC
                   MOVE "DATA DO HEADER NAO NUMERICA" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               ELSE
                   MOVE RTB-H-DATA TO WS-DATA-TESTE
                   PERFORM 8800-VALIDAR-DATA
                   IF DATA-INVALIDA
                       MOVE "DATA DO HEADER INEXISTENTE" TO WS-MOTIVO
                       PERFORM 8110-ERRO-LAYOUT
                   END-IF
               END-IF
               IF RTB-H-SEQUENCIA IS NOT NUMERIC
                   MOVE "SEQUENCIA NAO NUMERICA" TO WS-MOTIVO
                   PERFORM 8110-ERRO-LAYOUT
               END-IF
           END-IF.

      *****************************************
      * RETBANCO SEM HEADER: O BAIXAREC RECUSA (RC 8), ENTAO O
      * ARQUIVO E INUTILIZAVEL AQUI TAMBEM, A NAO SER QUE O
      * SUPERVISOR TENHA LIBERADO O NUMERO 000000 NO SEQLIB (A
      * VERIFICACAO DO SEQCTL SO LE O SEQARQ, NAO CONSOME A
      * LIBERACAO)
      *****************************************
       4360-CONFERIR-FALTA-HEADER.
           SET SQC-FUNCAO-VERIFICAR TO TRUE.
           MOVE "RETBANCO" TO SQC-ARQUIVO.
           MOVE ZEROS TO SQC-NUMERO SQC-DATA-ARQUIVO.
           CALL "SEQCTL" USING SQC-AREA.

           IF SQC-LIBERADO
               MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-LE-ARQUIVO
               MOVE WS-LINHA-NUM TO WS-LE-LINHA
               MOVE SPACES TO WS-LE-TIPO WS-LE-CONTEUDO
               MOVE "SEM HEADER - LIBERADO NO SEQLIB" TO WS-LE-MOTIVO
               MOVE WS-LINHA-ERRO TO RED-LINHA
               WRITE RED-LINHA
           ELSE
               MOVE "SEM HEADER DE SEQUENCIA" TO WS-MOTIVO
               PERFORM 8130-ERRO-ARQUIVO
           END-IF.

       4400-EDITAR-TRAILER.
           SET TRAILER-LIDO TO TRUE.

           IF RTB-T-QUANTIDADE IS NOT NUMERIC
                   OR RTB-T-TOTAL IS NOT NUMERIC
               SET TRAILER-INVALIDO TO TRUE
               MOVE "TRAILER COM TOTAIS NAO NUMERICOS" TO WS-MOTIVO
               PERFORM 8110-ERRO-LAYOUT
           END-IF.

       4500-CONFERIR-TRAILER.
           MOVE ZEROS TO WS-LINHA-NUM.
           SET LINHA-COM-ERRO TO TRUE.

           IF TRAILER-NAO-LIDO
               MOVE SPACES TO WS-CONTEUDO
               MOVE "ARQUIVO SEM TRAILER DE TOTAIS" TO WS-MOTIVO
               PERFORM 8130-ERRO-ARQUIVO
           ELSE
               IF TRAILER-VALIDO
                   IF RTB-T-QUANTIDADE NOT = WS-RTB-QTD
                       MOVE WS-RTB-QTD TO WS-CONT-EDITADO
                       MOVE SPACES TO WS-CONTEUDO
                       STRING "LIDOS " WS-CONT-EDITADO
                           DELIMITED BY SIZE INTO WS-CONTEUDO
                       MOVE RTB-T-QUANTIDADE TO WS-CONT-EDITADO
                       MOVE "TRAILER" TO WS-CONTEUDO(14:7)
                       MOVE WS-CONT-EDITADO TO WS-CONTEUDO(22:6)
                       MOVE "QUANTIDADE DO TRAILER DIVERGE"
                           TO WS-MOTIVO
                       PERFORM 8130-ERRO-ARQUIVO
                   END-IF
                   IF RTB-T-TOTAL NOT = WS-RTB-TOTAL
                       MOVE WS-RTB-TOTAL TO WS-TOTAL-EDITADO
                       MOVE SPACES TO WS-CONTEUDO
                       STRING "LIDO " WS-TOTAL-EDITADO
                           DELIMITED BY SIZE INTO WS-CONTEUDO
                       MOVE RTB-T-TOTAL TO WS-TOTAL-EDITADO
                       MOVE "TRAILER" TO WS-CONTEUDO(20:7)
                       MOVE WS-TOTAL-EDITADO TO WS-CONTEUDO(28:13)
                       MOVE "TOTAL DO TRAILER DIVERGE" TO WS-MOTIVO
                       PERFORM 8130-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.

      *****************************************
      * ROTINAS COMUNS: CADA LINHA COM ERRO CONTA UMA VEZ NO TOTAL
      * DE LINHAS COM ERRO, E CADA ERRO ACHADO NELA SAI NO RELEDIT
      *****************************************
       8000-INICIAR-LINHA.
           ADD 1 TO WS-LINHA-NUM.
           ADD 1 TO WS-ARQ-LIDOS(WS-ARQ-I).
           SET LINHA-SEM-ERRO TO TRUE.
           MOVE SPACES TO WS-CONTEUDO.

       8100-REGISTRAR-ERRO.
           IF LINHA-SEM-ERRO
               ADD 1 TO WS-ARQ-COM-ERRO(WS-ARQ-I)
               SET LINHA-COM-ERRO TO TRUE
           END-IF.

           MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-LE-ARQUIVO.
           MOVE WS-LINHA-NUM TO WS-LE-LINHA.
           MOVE WS-TIPO-ERRO TO WS-LE-TIPO.
           MOVE WS-MOTIVO TO WS-LE-MOTIVO.
           MOVE WS-CONTEUDO TO WS-LE-CONTEUDO.
           MOVE WS-LINHA-ERRO TO RED-LINHA.
           WRITE RED-LINHA.

       8110-ERRO-LAYOUT.
           MOVE "LAY" TO WS-TIPO-ERRO.
           ADD 1 TO WS-ARQ-ERROS-LAYOUT(WS-ARQ-I).
           PERFORM 8100-REGISTRAR-ERRO.

       8120-ERRO-CONTEUDO.
           MOVE "CON" TO WS-TIPO-ERRO.
           ADD 1 TO WS-ARQ-ERROS-CONTEUDO(WS-ARQ-I).
           PERFORM 8100-REGISTRAR-ERRO.

      *****************************************
      * ERRO DO ARQUIVO COMO UM TODO (TRAILER, FALHA DE LEITURA):
      * SAI COM A LINHA ZERO E BLOQUEIA O ARQUIVO INTEIRO
      *****************************************
       8130-ERRO-ARQUIVO.
           MOVE "ARQ" TO WS-TIPO-ERRO.
           MOVE "S" TO WS-ARQ-INUTIL(WS-ARQ-I).
           PERFORM 8100-REGISTRAR-ERRO.

       8300-ARQUIVO-AUSENTE.
           MOVE "A" TO WS-ARQ-SITUACAO(WS-ARQ-I).
           MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-LE-ARQUIVO.
           MOVE ZEROS TO WS-LE-LINHA.
           MOVE SPACES TO WS-LE-TIPO WS-LE-CONTEUDO.
           MOVE "ARQUIVO AUSENTE - NAO EDITADO" TO WS-LE-MOTIVO.
           MOVE WS-LINHA-ERRO TO RED-LINHA.
           WRITE RED-LINHA.

       8400-ERRO-DE-LEITURA.
           MOVE ZEROS TO WS-LINHA-NUM.
           SET LINHA-COM-ERRO TO TRUE.
           MOVE SPACES TO WS-CONTEUDO.
           STRING "STATUS " WS-FS-LEITURA
               DELIMITED BY SIZE INTO WS-CONTEUDO.
           MOVE "FALHA NA LEITURA DO ARQUIVO" TO WS-MOTIVO.
           PERFORM 8130-ERRO-ARQUIVO.

      *****************************************
      * SITUACAO FINAL DO ARQUIVO: ERRO DE LAYOUT OU DO ARQUIVO
      * INUTILIZA; ERRO DE CONTEUDO SO INUTILIZA ACIMA DO LIMITE
      *****************************************
       8500-AVALIAR-ARQUIVO.
           MOVE ZEROS TO WS-PERC-ERRO.
           IF WS-ARQ-LIDOS(WS-ARQ-I) > ZEROS
               COMPUTE WS-PERC-ERRO ROUNDED =
                   WS-ARQ-COM-ERRO(WS-ARQ-I) * 100
                       / WS-ARQ-LIDOS(WS-ARQ-I)
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARQ-INUTIL(WS-ARQ-I) = "S"
                   MOVE "I" TO WS-ARQ-SITUACAO(WS-ARQ-I)
               WHEN WS-ARQ-ERROS-LAYOUT(WS-ARQ-I) > ZEROS
                   MOVE "I" TO WS-ARQ-SITUACAO(WS-ARQ-I)
               WHEN WS-PERC-ERRO > WS-LIMITE-PERC
                   MOVE "I" TO WS-ARQ-SITUACAO(WS-ARQ-I)
               WHEN WS-ARQ-COM-ERRO(WS-ARQ-I) > ZEROS
                   MOVE "R" TO WS-ARQ-SITUACAO(WS-ARQ-I)
               WHEN OTHER
                   MOVE "U" TO WS-ARQ-SITUACAO(WS-ARQ-I)
           END-EVALUATE.

      *****************************************
      * CLIENTE DO MOVIMENTO: NO CADCLI OU ENTRE OS NOVOS DO TRANCLI
      * (SEM O CADCLI, OU COM A TABELA DE NOVOS ESTOURADA, O QUE NAO
      * FOR ACHADO FICA SEM CONFERIR)
      *****************************************
       8600-VERIFICAR-CLIENTE.
           SET CLIENTE-NAO-CONFERIDO TO TRUE.

           IF CADCLI-DISPONIVEL
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       SET CLIENTE-INEXISTENTE TO TRUE
                   NOT INVALID KEY
                       IF CLI-ATIVO-NAO
                           SET CLIENTE-INATIVO TO TRUE
                       ELSE
                           SET CLIENTE-ACHADO TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF NOT CLIENTE-ACHADO AND NOT CLIENTE-INATIVO
               PERFORM VARYING WS-NOVO-I FROM 1 BY 1
                       UNTIL WS-NOVO-I > WS-NOVO-QTD
                           OR CLIENTE-ACHADO
                   IF WS-NOVO-CODIGO(WS-NOVO-I) = CLI-CODIGO
                       SET CLIENTE-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF CLIENTE-INEXISTENTE AND NOVOS-ESTOURADO
                   SET CLIENTE-NAO-CONFERIDO TO TRUE
               END-IF
           END-IF.

       8800-VALIDAR-DATA.
           SET DATA-VALIDA TO TRUE.

           IF WS-DT-ANO < 1900 OR WS-DT-ANO > 2199
                   OR WS-DT-MES < 1 OR WS-DT-MES > 12
                   OR WS-DT-DIA < 1
               SET DATA-INVALIDA TO TRUE
           ELSE
               EVALUATE WS-DT-MES
                   WHEN 2
                       MOVE 28 TO WS-ULTIMO-DIA
                       DIVIDE WS-DT-ANO BY 4 GIVING WS-QUOC
                           REMAINDER WS-RESTO
                       IF WS-RESTO = ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                           DIVIDE WS-DT-ANO BY 100 GIVING WS-QUOC
                               REMAINDER WS-RESTO
                           IF WS-RESTO = ZEROS
                               MOVE 28 TO WS-ULTIMO-DIA
                               DIVIDE WS-DT-ANO BY 400 GIVING
                                   WS-QUOC REMAINDER WS-RESTO
                               IF WS-RESTO = ZEROS
                                   MOVE 29 TO WS-ULTIMO-DIA
                               END-IF
                           END-IF
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-ULTIMO-DIA
                   WHEN OTHER
                       MOVE 31 TO WS-ULTIMO-DIA
               END-EVALUATE

               IF WS-DT-DIA > WS-ULTIMO-DIA
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO RED-LINHA.
           WRITE RED-LINHA.
           MOVE "RESUMO POR ARQUIVO" TO RED-LINHA.
           WRITE RED-LINHA.
           MOVE SPACES TO RED-LINHA.
           STRING "ARQUIVO    LIDOS  C/ERRO  %ERRO   LAYOUT  CONTEUDO  "
               "SITUACAO"
               DELIMITED BY SIZE INTO RED-LINHA.
           WRITE RED-LINHA.

           PERFORM VARYING WS-ARQ-I FROM 1 BY 1 UNTIL WS-ARQ-I > 3
               PERFORM 9100-IMPRIMIR-RESUMO
           END-PERFORM.

           MOVE SPACES TO RED-LINHA.
           WRITE RED-LINHA.
           MOVE SPACES TO RED-LINHA.
           STRING "CODIGO DE RETORNO DA PRE-EDICAO: " WS-RC-EDICAO
               DELIMITED BY SIZE INTO RED-LINHA.
           WRITE RED-LINHA.

           CLOSE RELATORIO-EDICAO.
           IF CADCLI-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF PRODMST-DISPONIVEL
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           IF PERCTL-DISPONIVEL
               CLOSE CONTROLE-PERIODOS
           END-IF.

           DISPLAY "PRE-EDICAO DOS ARQUIVOS DE ENTRADA CONCLUIDA - RC "
               WS-RC-EDICAO " (VER RELEDIT)".

       9100-IMPRIMIR-RESUMO.
           MOVE WS-ARQ-NOME(WS-ARQ-I) TO WS-LR-ARQUIVO.
           MOVE WS-ARQ-LIDOS(WS-ARQ-I) TO WS-LR-LIDOS.
           MOVE WS-ARQ-COM-ERRO(WS-ARQ-I) TO WS-LR-COM-ERRO.
           MOVE WS-ARQ-ERROS-LAYOUT(WS-ARQ-I) TO WS-LR-LAYOUT.
           MOVE WS-ARQ-ERROS-CONTEUDO(WS-ARQ-I) TO WS-LR-CONTEUDO.
           MOVE ZEROS TO WS-PERC-ERRO.
           IF WS-ARQ-LIDOS(WS-ARQ-I) > ZEROS
               COMPUTE WS-PERC-ERRO ROUNDED =
                   WS-ARQ-COM-ERRO(WS-ARQ-I) * 100
                       / WS-ARQ-LIDOS(WS-ARQ-I)
           END-IF.
           MOVE WS-PERC-ERRO TO WS-LR-PERC.

           EVALUATE WS-ARQ-SITUACAO(WS-ARQ-I)
               WHEN "A"
                   MOVE "AUSENTE - NAO EDITADO" TO WS-LR-SITUACAO
               WHEN "R"
                   MOVE "UTILIZAVEL COM RESSALVAS" TO WS-LR-SITUACAO
                   IF WS-RC-EDICAO < 4
                       MOVE 4 TO WS-RC-EDICAO
                   END-IF
               WHEN "I"
                   MOVE "INUTILIZAVEL - LANCAMENTO BLOQUEADO"
                       TO WS-LR-SITUACAO
                   MOVE 12 TO WS-RC-EDICAO
                   DISPLAY "*** ARQUIVO " WS-ARQ-NOME(WS-ARQ-I)
                       " INUTILIZAVEL - CORRIGIR ANTES DO "
                       "LANCAMENTO ***"
               WHEN OTHER
                   MOVE "UTILIZAVEL" TO WS-LR-SITUACAO
           END-EVALUATE.

           MOVE WS-LINHA-RESUMO TO RED-LINHA.
           WRITE RED-LINHA.

       END PROGRAM PREEDIT.
