       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIQUAL.
      *************************************
      *OBJETIVO: AVALIACAO MENSAL DA QUALIDADE DO CADASTRO DE
      *CLIENTES, RODADA NO FECHAMENTO DO MES NO MOLDE DO CLISCORE:
      *CADA CLIENTE ATIVO DO CADCLI PASSA POR SETE REGRAS E RECEBE
      *UMA NOTA DE 0 A 100 (100 MENOS O PESO DAS REGRAS EM FALHA):
      *  DOC (25) CPF/CNPJ ZERADO, REPETIDO OU COM DIGITO INVALIDO
      *  TIP (15) TIPO DE PESSOA EM BRANCO OU FISICA COM DOCUMENTO
      *           DE MAIS DE 11 DIGITOS
      *  CEP (15) CEP ZERADO OU FORA DAS FAIXAS DO CEPTAB (CEPCONS);
      *           SEM O CEPTAB A REGRA NAO E AVALIADA
      *  END (15) ENDERECO EM BRANCO
      *  TEL (10) TELEFONE EM BRANCO
      *  CON (10) CONSENTIMENTO LGPD NAO REGISTRADO
      *  FIL (10) CLIENTE SEM FILIAL
      *O RELQUAL TRAZ A LISTA DE TRABALHO POR FILIAL DOS CLIENTES
      *COM ALGUMA FALHA, NA ORDEM DO VALOR DO CLIENTE (CLASSE ABC E
      *DEPOIS COMPRAS DOS ULTIMOS 12 MESES NO VENDCLI), E A
      *EVOLUCAO DOS ULTIMOS 12 MESES GUARDADA NO QUALHIST (UM
      *REGISTRO POR MES COM A CONTAGEM DE FALHAS POR REGRA). O
      *ANO/MES VEM DO CHAMADOR (O FECHAMES PASSA O PERIODO FECHADO)
      *OU DA LINHA DE COMANDO (AAAAMM); SEM PARAMETRO VALE O MES DA
      *DATA DE MOVIMENTO. RODAR DE NOVO O MES SUBSTITUI O QUALHIST.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT VENDAS-CLIENTE ASSIGN TO "VENDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDC-CHAVE
                   FILE STATUS IS WS-FS-VENDCLI.

               SELECT HISTORICO-QUALIDADE ASSIGN TO "QUALHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QHS-CHAVE
                   FILE STATUS IS WS-FS-QUALHIST.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK13".

               SELECT RELATORIO-QUALIDADE ASSIGN TO "RELQUAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELQUAL.
       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  VENDAS-CLIENTE
               LABEL RECORD IS STANDARD.
               COPY "VENDCLI-REG.CPY".

           FD  HISTORICO-QUALIDADE
               LABEL RECORD IS STANDARD.
               COPY "QUALHIST-REG.CPY".

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-FILIAL PIC 9(3).
               05 SRT-ORDEM-CLASSE PIC 9(1).
               05 SRT-COMPRAS-12M PIC 9(10)V99.
               05 SRT-CODIGO PIC 9(6).
               05 SRT-NOME PIC X(30).
               05 SRT-CLASSE PIC X(1).
               05 SRT-NOTA PIC 9(3).
               05 SRT-REGRAS PIC X(28).

           FD  RELATORIO-QUALIDADE
               LABEL RECORD IS STANDARD.
           01  RQL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-VENDCLI PIC X(2) VALUE "00".
           77 WS-FS-QUALHIST PIC X(2) VALUE "00".
           77 WS-FS-RELQUAL PIC X(2) VALUE "00".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-CEPTAB-SW PIC X(1) VALUE "S".
               88 CEPTAB-DISPONIVEL VALUE "S".
               88 CEPTAB-AUSENTE VALUE "N".
           77 WS-DOC-SW PIC X(1).
               88 DOC-VALIDO VALUE "S".
               88 DOC-INVALIDO VALUE "N".
           77 WS-REPETIDO-SW PIC X(1).
               88 DOC-REPETIDO VALUE "S".
               88 DOC-NAO-REPETIDO VALUE "N".
           77 WS-TIPO-DOC PIC X(1).
           77 WS-REGRA-I PIC 9(2).
           77 WS-DIG-I PIC 9(2).
           77 WS-SOMA PIC 9(4).
           77 WS-SOMA2 PIC 9(4).
           77 WS-QUOC PIC 9(4).
           77 WS-RESTO PIC 9(2).
           77 WS-RESTO2 PIC 9(2).
           77 WS-DV1 PIC 9.
           77 WS-DV2 PIC 9.
           77 WS-NOTA PIC S9(3).
           77 WS-QTD-FALHAS PIC 9(1).
           77 WS-POS-REGRAS PIC 9(2).
           77 WS-SOMA-NOTAS PIC 9(9).
           77 WS-PERIODO-VENDA PIC 9(6).
           77 WS-COMPRAS-12M PIC 9(10)V99.
           77 WS-FILIAL-ATUAL PIC 9(3).
           77 WS-PRIMEIRA-FILIAL-SW PIC X(1).
               88 PRIMEIRA-FILIAL VALUE "S".
           77 WS-CONT-AVALIADOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-COM-FALHA PIC 9(6) VALUE ZEROS.
           77 WS-CONT-FILIAL PIC 9(6) VALUE ZEROS.
           77 WS-CONT-MESES PIC 9(2) VALUE ZEROS.
           77 WS-NOTA-MEDIA PIC 9(3) VALUE ZEROS.
           77 WS-HA-ANTERIOR-SW PIC X(1) VALUE "N".
               88 HA-MES-ANTERIOR VALUE "S".
           77 WS-VARIACAO PIC S9(6).
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-NOTA-EDITADO PIC ZZ9.
           77 WS-VALOR-EDITADO PIC Z(9)9,99.
           77 WS-VARIACAO-EDITADO PIC +Z(5)9.
           77 WS-NOTA-VAR-EDITADO PIC +ZZ9.

      *****************************************
      * REGRAS DE QUALIDADE: CODIGO, PESO NA NOTA E DESCRICAO, NA
      * MESMA ORDEM DAS CONTAGENS DO QUALHIST
      *****************************************
           01 WS-REGRAS-GRUPO.
               05 FILLER PIC X(19) VALUE "DOC25DOCUMENTO     ".
               05 FILLER PIC X(19) VALUE "TIP15TIPO PESSOA   ".
               05 FILLER PIC X(19) VALUE "CEP15CEP           ".
               05 FILLER PIC X(19) VALUE "END15ENDERECO      ".
               05 FILLER PIC X(19) VALUE "TEL10TELEFONE      ".
               05 FILLER PIC X(19) VALUE "CON10CONSENTIMENTO ".
               05 FILLER PIC X(19) VALUE "FIL10FILIAL        ".
           01 WS-REGRAS REDEFINES WS-REGRAS-GRUPO.
               05 WS-REGRA OCCURS 7 TIMES.
                   10 WS-REGRA-CODIGO PIC X(3).
                   10 WS-REGRA-PESO PIC 9(2).
                   10 WS-REGRA-DESCRICAO PIC X(14).
           01 WS-FALHAS-CLIENTE.
               05 WS-FALHOU PIC X(1) OCCURS 7 TIMES.
           01 WS-CONT-FALHAS.
               05 WS-CONT-FALHA PIC 9(6) OCCURS 7 TIMES.
           01 WS-ANT-FALHAS.
               05 WS-ANT-FALHA PIC 9(6) OCCURS 7 TIMES.
           01 WS-ANT-TOTAIS.
               05 WS-ANT-COM-FALHA PIC 9(6).
               05 WS-ANT-NOTA-MEDIA PIC 9(3).
           01 WS-REGRAS-FALHAS PIC X(28).
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
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-QUALIDADE.
               05 WS-PQ-ANO PIC 9(4).
               05 WS-PQ-MES PIC 9(2).
           01 WS-PERIODO-CORTE.
               05 WS-PC-ANO PIC 9(4).
               05 WS-PC-MES PIC 9(2).
           01 WS-PERIODO-ANTERIOR.
               05 WS-PA-ANO PIC 9(4).
               05 WS-PA-MES PIC 9(2).
           COPY "DATMOV-REG.CPY".
           COPY "CEPCONS-REG.CPY".

       LINKAGE SECTION.
           77 LK-PERIODO PIC X(6).

       PROCEDURE DIVISION USING LK-PERIODO.
       0001-PRINCIPAL.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.

           IF WS-PERIODO-PARM IS NOT NUMERIC
                   OR WS-PERIODO-PARM = ZEROS
               MOVE LK-PERIODO TO WS-PERIODO-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           IF WS-FS-CADCLI = "00"
               SORT ARQ-ORDENACAO
                   ON ASCENDING KEY SRT-FILIAL SRT-ORDEM-CLASSE
                   ON DESCENDING KEY SRT-COMPRAS-12M
                   ON ASCENDING KEY SRT-CODIGO
                   INPUT PROCEDURE IS 2000-AVALIAR-CADASTRO
                   OUTPUT PROCEDURE IS 4000-LISTAR-PENDENCIAS
               PERFORM 5000-GRAVAR-HISTORICO
               PERFORM 6000-LISTAR-EVOLUCAO
           END-IF.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-QUALIDADE
           ELSE
               MOVE WS-DM-ANO TO WS-PQ-ANO
               MOVE WS-DM-MES TO WS-PQ-MES
           END-IF.

      *    JANELA DE 12 MESES: DEPOIS DO PERIODO DE CORTE ATE O
      *    PERIODO AVALIADO, INCLUSIVE
           COMPUTE WS-PC-ANO = WS-PQ-ANO - 1.
           MOVE WS-PQ-MES TO WS-PC-MES.

           IF WS-PQ-MES = 1
               COMPUTE WS-PA-ANO = WS-PQ-ANO - 1
               MOVE 12 TO WS-PA-MES
           ELSE
               MOVE WS-PQ-ANO TO WS-PA-ANO
               COMPUTE WS-PA-MES = WS-PQ-MES - 1
           END-IF.

           MOVE ZEROS TO WS-CONT-FALHAS WS-SOMA-NOTAS.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI AUSENTE - QUALIDADE NAO "
                   "AVALIADA"
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT VENDAS-CLIENTE.

           OPEN I-O HISTORICO-QUALIDADE.
           IF WS-FS-QUALHIST = "35"
               OPEN OUTPUT HISTORICO-QUALIDADE
               CLOSE HISTORICO-QUALIDADE
               OPEN I-O HISTORICO-QUALIDADE
           END-IF.

           OPEN OUTPUT RELATORIO-QUALIDADE.
           MOVE SPACES TO RQL-LINHA.
           STRING "QUALIDADE DO CADASTRO DE CLIENTES - PERIODO "
               WS-PQ-ANO "/" WS-PQ-MES " - APURADO EM " DMV-DATA
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.
           MOVE SPACES TO RQL-LINHA.
           STRING "REGRAS (PESO): DOC (25) TIP (15) CEP (15) END (15)"
               " TEL (10) CON (10) FIL (10) - NOTA = 100 MENOS O PESO"
               " DAS REGRAS EM FALHA"
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.
           MOVE SPACES TO RQL-LINHA.
           WRITE RQL-LINHA.

      *****************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: AVALIA TODOS OS CLIENTES
      * ATIVOS E LIBERA PARA A LISTA SO OS QUE TEM ALGUMA FALHA
      *****************************************
       2000-AVALIAR-CADASTRO.
           PERFORM 2100-LER-CLIENTE UNTIL WS-FS-CADCLI NOT = "00".

       2100-LER-CLIENTE.
           READ CADASTRO-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CADCLI
               NOT AT END
                   IF NOT CLI-ATIVO-NAO
                       PERFORM 2200-AVALIAR-CLIENTE
                   END-IF
           END-READ.

       2200-AVALIAR-CLIENTE.
           MOVE ALL "N" TO WS-FALHAS-CLIENTE.

           PERFORM 2300-VALIDAR-DOCUMENTO.
           IF DOC-INVALIDO
               MOVE "S" TO WS-FALHOU(1)
           END-IF.

           IF NOT CLI-PESSOA-FISICA AND NOT CLI-PESSOA-JURIDICA
               MOVE "S" TO WS-FALHOU(2)
           END-IF.
           IF CLI-PESSOA-FISICA AND CLI-CPF > 99999999999
               MOVE "S" TO WS-FALHOU(2)
           END-IF.

           PERFORM 2400-VALIDAR-CEP.

           IF CLI-ENDERECO = SPACES
               MOVE "S" TO WS-FALHOU(4)
           END-IF.

           IF CLI-TELEFONE = SPACES
               MOVE "S" TO WS-FALHOU(5)
           END-IF.

           IF CLI-SEM-CONSENTIMENTO
               MOVE "S" TO WS-FALHOU(6)
           END-IF.

           IF CLI-FILIAL IS NOT NUMERIC OR CLI-FILIAL = ZEROS
               MOVE "S" TO WS-FALHOU(7)
           END-IF.

           MOVE 100 TO WS-NOTA.
           MOVE ZEROS TO WS-QTD-FALHAS.
           MOVE SPACES TO WS-REGRAS-FALHAS.
           MOVE 1 TO WS-POS-REGRAS.
           PERFORM VARYING WS-REGRA-I FROM 1 BY 1 UNTIL WS-REGRA-I > 7
               IF WS-FALHOU(WS-REGRA-I) = "S"
                   SUBTRACT WS-REGRA-PESO(WS-REGRA-I) FROM WS-NOTA
                   ADD 1 TO WS-QTD-FALHAS
                       WS-CONT-FALHA(WS-REGRA-I)
                   MOVE WS-REGRA-CODIGO(WS-REGRA-I)
                       TO WS-REGRAS-FALHAS(WS-POS-REGRAS:3)
                   ADD 4 TO WS-POS-REGRAS
               END-IF
           END-PERFORM.
           IF WS-NOTA < ZEROS
               MOVE ZEROS TO WS-NOTA
           END-IF.

           ADD 1 TO WS-CONT-AVALIADOS.
           ADD WS-NOTA TO WS-SOMA-NOTAS.

           IF WS-QTD-FALHAS > ZEROS
               ADD 1 TO WS-CONT-COM-FALHA
               PERFORM 2500-LIBERAR-CLIENTE
           END-IF.

      *****************************************
      * REGRA DOC: MESMA CONFERENCIA DO CLIENTES (DIGITOS DO CPF OU
      * DO CNPJ); SEM TIPO DE PESSOA O DOCUMENTO E CONFERIDO PELO
      * TAMANHO DO NUMERO (ACIMA DE 11 DIGITOS E CNPJ)
      *****************************************
       2300-VALIDAR-DOCUMENTO.
           SET DOC-INVALIDO TO TRUE.

           IF CLI-PESSOA-FISICA OR CLI-PESSOA-JURIDICA
               MOVE CLI-TIPO-PESSOA TO WS-TIPO-DOC
           ELSE
               IF CLI-CPF > 99999999999
                   MOVE "J" TO WS-TIPO-DOC
               ELSE
                   MOVE "F" TO WS-TIPO-DOC
               END-IF
           END-IF.

           IF CLI-CPF IS NUMERIC AND CLI-CPF > ZEROS
               IF WS-TIPO-DOC = "J"
                   PERFORM 2320-VALIDAR-CNPJ
               ELSE
                   IF CLI-CPF NOT > 99999999999
                       PERFORM 2310-VALIDAR-CPF
                   END-IF
               END-IF
           END-IF.

       2310-VALIDAR-CPF.
           MOVE CLI-CPF TO WS-CPF-NUM.
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
           MOVE CLI-CPF TO WS-CNPJ-NUM.
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
      * REGRA CEP: SEM O CEPTAB NO PRIMEIRO CLIENTE A REGRA DEIXA DE
      * SER CONSULTADA (SO O CEP ZERADO CONTA COMO FALHA)
      *****************************************
       2400-VALIDAR-CEP.
           IF CLI-CEP IS NOT NUMERIC OR CLI-CEP = ZEROS
               MOVE "S" TO WS-FALHOU(3)
           ELSE
               IF CEPTAB-DISPONIVEL
                   MOVE CLI-CEP TO CPC-CEP
                   CALL "CEPCONS" USING CPC-AREA
                   EVALUATE TRUE
                       WHEN CPC-SEM-TABELA
                           SET CEPTAB-AUSENTE TO TRUE
                       WHEN CPC-NAO-ACHADO
                           MOVE "S" TO WS-FALHOU(3)
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************
      * ORDEM NA LISTA: FILIAL, CLASSE ABC (A, B, C E SEM CLASSE) E
      * COMPRAS DOS ULTIMOS 12 MESES, DA MAIOR PARA A MENOR
      *****************************************
       2500-LIBERAR-CLIENTE.
           PERFORM 2600-SOMAR-COMPRAS.

           MOVE CLI-FILIAL TO SRT-FILIAL.
           EVALUATE TRUE
               WHEN CLI-CLASSE-A
                   MOVE 1 TO SRT-ORDEM-CLASSE
               WHEN CLI-CLASSE-B
                   MOVE 2 TO SRT-ORDEM-CLASSE
               WHEN CLI-CLASSE-C
                   MOVE 3 TO SRT-ORDEM-CLASSE
               WHEN OTHER
                   MOVE 4 TO SRT-ORDEM-CLASSE
           END-EVALUATE.
           MOVE WS-COMPRAS-12M TO SRT-COMPRAS-12M.
           MOVE CLI-CODIGO TO SRT-CODIGO.
           MOVE CLI-NOME TO SRT-NOME.
           MOVE CLI-CLASSE-ABC TO SRT-CLASSE.
           MOVE WS-NOTA TO SRT-NOTA.
           MOVE WS-REGRAS-FALHAS TO SRT-REGRAS.
           RELEASE SRT-REGISTRO.

       2600-SOMAR-COMPRAS.
           MOVE ZEROS TO WS-COMPRAS-12M.
           IF WS-FS-VENDCLI = "00"
               MOVE CLI-CODIGO TO VDC-CODIGO
               MOVE ZEROS TO VDC-ANO VDC-MES
               START VENDAS-CLIENTE KEY IS NOT LESS THAN VDC-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-VENDCLI
               END-START
               PERFORM 2610-LER-VENDA-CLIENTE
                   UNTIL WS-FS-VENDCLI NOT = "00"
               MOVE "00" TO WS-FS-VENDCLI
           END-IF.

       2610-LER-VENDA-CLIENTE.
           READ VENDAS-CLIENTE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDCLI
               NOT AT END
                   IF VDC-CODIGO NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-VENDCLI
                   ELSE
                       COMPUTE WS-PERIODO-VENDA =
                           (VDC-ANO * 100) + VDC-MES
                       IF WS-PERIODO-VENDA > WS-PERIODO-CORTE
                           AND WS-PERIODO-VENDA <= WS-PERIODO-QUALIDADE
                           ADD VDC-VALOR TO WS-COMPRAS-12M
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * PROCEDIMENTO DE SAIDA DO SORT: LISTA DE TRABALHO COM QUEBRA
      * POR FILIAL
      *****************************************
       4000-LISTAR-PENDENCIAS.
           MOVE "S" TO WS-PRIMEIRA-FILIAL-SW.
           MOVE ZEROS TO WS-CONT-FILIAL.
           MOVE SPACES TO RQL-LINHA.
           STRING "LISTA DE TRABALHO - CLIENTES ATIVOS COM FALHA NO "
               "CADASTRO"
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.
           SET FIM-SORT-NAO TO TRUE.

           PERFORM 4100-LISTAR-PENDENCIAS-LOOP
               UNTIL FIM-SORT-SIM.

           IF NOT PRIMEIRA-FILIAL
               PERFORM 4300-TOTALIZAR-FILIAL
           END-IF.

       4100-LISTAR-PENDENCIAS-LOOP.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 4200-LISTAR-UM-CLIENTE
           END-RETURN.

       4200-LISTAR-UM-CLIENTE.
           IF PRIMEIRA-FILIAL OR SRT-FILIAL NOT = WS-FILIAL-ATUAL
               IF NOT PRIMEIRA-FILIAL
                   PERFORM 4300-TOTALIZAR-FILIAL
               END-IF
               MOVE "N" TO WS-PRIMEIRA-FILIAL-SW
               MOVE SRT-FILIAL TO WS-FILIAL-ATUAL
               MOVE ZEROS TO WS-CONT-FILIAL
               MOVE SPACES TO RQL-LINHA
               WRITE RQL-LINHA
               MOVE SPACES TO RQL-LINHA
               STRING "FILIAL " SRT-FILIAL
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
               MOVE SPACES TO RQL-LINHA
               STRING "CODIGO NOME                           CL NOTA"
                   "   COMPRAS 12M REGRAS EM FALHA"
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
           END-IF.

           ADD 1 TO WS-CONT-FILIAL.
           MOVE SRT-NOTA TO WS-NOTA-EDITADO.
           MOVE SRT-COMPRAS-12M TO WS-VALOR-EDITADO.
           MOVE SPACES TO RQL-LINHA.
           STRING SRT-CODIGO " " SRT-NOME " " SRT-CLASSE "  "
               WS-NOTA-EDITADO " " WS-VALOR-EDITADO " " SRT-REGRAS
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

       4300-TOTALIZAR-FILIAL.
           MOVE WS-CONT-FILIAL TO WS-CONT-EDITADO.
           MOVE SPACES TO RQL-LINHA.
           STRING "CLIENTES A CORRIGIR NA FILIAL " WS-FILIAL-ATUAL
               ": " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

      *****************************************
      * TOTAIS DO MES NO QUALHIST; O REPROCESSAMENTO SUBSTITUI
      *****************************************
       5000-GRAVAR-HISTORICO.
           IF WS-CONT-AVALIADOS > ZEROS
               DIVIDE WS-SOMA-NOTAS BY WS-CONT-AVALIADOS
                   GIVING WS-NOTA-MEDIA ROUNDED
           END-IF.

           MOVE WS-PQ-ANO TO QHS-ANO.
           MOVE WS-PQ-MES TO QHS-MES.
           MOVE WS-CONT-AVALIADOS TO QHS-AVALIADOS.
           MOVE WS-CONT-COM-FALHA TO QHS-COM-FALHA.
           MOVE WS-NOTA-MEDIA TO QHS-NOTA-MEDIA.
           MOVE WS-CONT-FALHAS TO QHS-FALHAS.
           MOVE DMV-DATA TO QHS-DATA-APURACAO.

           WRITE QHS-REGISTRO
               INVALID KEY
                   REWRITE QHS-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O QUALHIST DO "
                               "PERIODO " WS-PERIODO-QUALIDADE
                   END-REWRITE
           END-WRITE.
           MOVE "00" TO WS-FS-QUALHIST.

      *****************************************
      * EVOLUCAO: OS ULTIMOS 12 MESES DO QUALHIST ATE O PERIODO
      * AVALIADO E A VARIACAO SOBRE O MES ANTERIOR
      *****************************************
       6000-LISTAR-EVOLUCAO.
           MOVE SPACES TO RQL-LINHA.
           WRITE RQL-LINHA.
           MOVE "EVOLUCAO DOS ULTIMOS 12 MESES (FALHAS POR REGRA)"
               TO RQL-LINHA.
           WRITE RQL-LINHA.
           MOVE SPACES TO RQL-LINHA.
           STRING "PERIODO AVALIADOS C/FALHA NOTA     DOC    TIP    CEP"
               "    END    TEL    CON    FIL"
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

           MOVE "N" TO WS-HA-ANTERIOR-SW.
           MOVE ZEROS TO WS-CONT-MESES.
           MOVE WS-PC-ANO TO QHS-ANO.
           MOVE WS-PC-MES TO QHS-MES.
           START HISTORICO-QUALIDADE KEY IS GREATER THAN QHS-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-QUALHIST
           END-START.

           PERFORM 6100-LER-HISTORICO UNTIL WS-FS-QUALHIST NOT = "00".
           MOVE "00" TO WS-FS-QUALHIST.

           PERFORM 6300-LISTAR-VARIACAO.

       6100-LER-HISTORICO.
           READ HISTORICO-QUALIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-QUALHIST
               NOT AT END
                   IF QHS-CHAVE > WS-PERIODO-QUALIDADE
                       MOVE "10" TO WS-FS-QUALHIST
                   ELSE
                       PERFORM 6200-LISTAR-UM-MES
                   END-IF
           END-READ.

       6200-LISTAR-UM-MES.
           ADD 1 TO WS-CONT-MESES.
           IF QHS-CHAVE = WS-PERIODO-ANTERIOR
               MOVE "S" TO WS-HA-ANTERIOR-SW
               MOVE QHS-COM-FALHA TO WS-ANT-COM-FALHA
               MOVE QHS-NOTA-MEDIA TO WS-ANT-NOTA-MEDIA
               MOVE QHS-FALHAS TO WS-ANT-FALHAS
           END-IF.

           MOVE SPACES TO RQL-LINHA.
           MOVE QHS-AVALIADOS TO WS-CONT-EDITADO.
           MOVE QHS-NOTA-MEDIA TO WS-NOTA-EDITADO.
           STRING QHS-ANO "/" QHS-MES "    " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RQL-LINHA.
           MOVE QHS-COM-FALHA TO WS-CONT-EDITADO.
           MOVE WS-CONT-EDITADO TO RQL-LINHA(20:6).
           MOVE WS-NOTA-EDITADO TO RQL-LINHA(28:3).
           PERFORM VARYING WS-REGRA-I FROM 1 BY 1 UNTIL WS-REGRA-I > 7
               MOVE QHS-FALHAS-REGRA(WS-REGRA-I) TO WS-CONT-EDITADO
               MOVE WS-CONT-EDITADO
                   TO RQL-LINHA(26 + (WS-REGRA-I * 7):6)
           END-PERFORM.
           WRITE RQL-LINHA.

       6300-LISTAR-VARIACAO.
           MOVE SPACES TO RQL-LINHA.
           IF NOT HA-MES-ANTERIOR
               STRING "VARIACAO SOBRE O MES ANTERIOR: SEM HISTORICO DE "
                   WS-PA-ANO "/" WS-PA-MES
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
           ELSE
               COMPUTE WS-VARIACAO =
                   WS-CONT-COM-FALHA - WS-ANT-COM-FALHA
               MOVE WS-VARIACAO TO WS-VARIACAO-EDITADO
               COMPUTE WS-VARIACAO =
                   WS-NOTA-MEDIA - WS-ANT-NOTA-MEDIA
               MOVE WS-VARIACAO TO WS-NOTA-VAR-EDITADO
               STRING "VARIACAO  "
                   DELIMITED BY SIZE INTO RQL-LINHA
               MOVE WS-VARIACAO-EDITADO TO RQL-LINHA(19:7)
               MOVE WS-NOTA-VAR-EDITADO TO RQL-LINHA(27:4)
               PERFORM VARYING WS-REGRA-I FROM 1 BY 1
                       UNTIL WS-REGRA-I > 7
                   COMPUTE WS-VARIACAO = WS-CONT-FALHA(WS-REGRA-I)
                       - WS-ANT-FALHA(WS-REGRA-I)
                   MOVE WS-VARIACAO TO WS-VARIACAO-EDITADO
                   MOVE WS-VARIACAO-EDITADO
                       TO RQL-LINHA(25 + (WS-REGRA-I * 7):7)
               END-PERFORM
               WRITE RQL-LINHA
               MOVE SPACES TO RQL-LINHA
               STRING "(VARIACAO SOBRE O MES ANTERIOR; NEGATIVO NAS "
                   "FALHAS E POSITIVO NA NOTA = CADASTRO MELHOROU)"
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO RQL-LINHA.
           WRITE RQL-LINHA.

           MOVE WS-CONT-AVALIADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RQL-LINHA.
           STRING "CLIENTES ATIVOS AVALIADOS....: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

           MOVE WS-CONT-COM-FALHA TO WS-CONT-EDITADO.
           MOVE SPACES TO RQL-LINHA.
           STRING "CLIENTES COM ALGUMA FALHA....: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

           MOVE WS-NOTA-MEDIA TO WS-NOTA-EDITADO.
           MOVE SPACES TO RQL-LINHA.
           STRING "NOTA MEDIA DO CADASTRO.......:    " WS-NOTA-EDITADO
               DELIMITED BY SIZE INTO RQL-LINHA.
           WRITE RQL-LINHA.

           PERFORM VARYING WS-REGRA-I FROM 1 BY 1 UNTIL WS-REGRA-I > 7
               MOVE WS-CONT-FALHA(WS-REGRA-I) TO WS-CONT-EDITADO
               MOVE SPACES TO RQL-LINHA
               STRING "FALHAS " WS-REGRA-CODIGO(WS-REGRA-I) " "
                   WS-REGRA-DESCRICAO(WS-REGRA-I) "......: "
                   WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
           END-PERFORM.

           IF CEPTAB-AUSENTE
               MOVE SPACES TO RQL-LINHA
               STRING "TABELA CEPTAB AUSENTE - REGRA CEP AVALIOU SO O "
                   "CEP ZERADO"
                   DELIMITED BY SIZE INTO RQL-LINHA
               WRITE RQL-LINHA
           END-IF.

           IF WS-CONT-COM-FALHA > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CADASTRO-CLIENTES.
           CLOSE VENDAS-CLIENTE.
           CLOSE HISTORICO-QUALIDADE.
           CLOSE RELATORIO-QUALIDADE.

           DISPLAY "QUALIDADE DO CADASTRO EM RELQUAL".

       END PROGRAM CLIQUAL.
