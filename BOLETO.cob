       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO.
      *************************************
      *OBJETIVO: EMISSAO DO BOLETO BANCARIO IMPRESSO DOS TITULOS EM
      *ABERTO DO CONTAS A RECEBER (CTRECEB, REC-TIPO "T" COM SALDO)
      *PARA ENTREGA AO CLIENTE: BENEFICIARIO E CONTA DE COBRANCA DO
      *BOLCFG, PAGADOR DO CADCLI, DOCUMENTO, VENCIMENTO, VALOR EM
      *ABERTO E NOSSO NUMERO, COM O CODIGO DE BARRAS DE 44 POSICOES
      *(DV GERAL MODULO 11) E A LINHA DIGITAVEL (DV DOS CAMPOS
      *MODULO 10), CALCULADOS PELO MODULO BOLCALC. O NOSSO NUMERO
      *DO TITULO E ATRIBUIDO UMA SO VEZ (AQUI OU NA REMESSA, O QUE
      *OCORRER PRIMEIRO) E GRAVADO NO CTRECEB. EMITE UM TITULO,
      *TODOS OS TITULOS DE UM CLIENTE OU TODOS OS EMITIDOS NUMA
      *DATA; CADA LOTE SAI NUM ARQUIVO DATADO REGISTRADO NO
      *CATALOGO DE RELATORIOS (RELCATM, RELATORIO BOLETO) PARA
      *REIMPRESSAO PELO RELCATU. O ENDERECO DO PAGADOR E O DE
      *COBRANCA PREFERENCIAL DO CLIEND, OU O DO CADCLI QUANDO NAO HA.
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

               SELECT CONFIG-BOLETO ASSIGN TO "BOLCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BOLCFG.

               SELECT BOLETOS-IMPRESSOS ASSIGN TO WS-NOME-BOLETO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BOLETO.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONFIG-BOLETO
               LABEL RECORD IS STANDARD.
           01  BCF-LINHA.
               05 BCF-BANCO PIC 9(3).
               05 FILLER PIC X(1).
               05 BCF-BANCO-DV PIC 9(1).
               05 FILLER PIC X(1).
               05 BCF-AGENCIA PIC 9(4).
               05 FILLER PIC X(1).
               05 BCF-CONTA PIC 9(7).
               05 FILLER PIC X(1).
               05 BCF-CARTEIRA PIC 9(2).
               05 FILLER PIC X(1).
               05 BCF-CNPJ PIC 9(14).
               05 FILLER PIC X(1).
               05 BCF-BENEFICIARIO PIC X(30).

           FD  BOLETOS-IMPRESSOS
               LABEL RECORD IS STANDARD.
           01  BOL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-BOLCFG PIC X(2) VALUE "00".
           77 WS-FS-BOLETO PIC X(2) VALUE "00".
           77 WS-NOME-BOLETO PIC X(20) VALUE "BOLETO".
           77 WS-OPCAO PIC X(1).
           77 WS-CLIENTE PIC 9(6).
           77 WS-DOCUMENTO PIC 9(8).
           77 WS-DATA-EMISSAO PIC 9(8).
           77 WS-BANCO PIC 9(3) VALUE 237.
           77 WS-BANCO-DV PIC 9(1) VALUE 2.
           77 WS-AGENCIA PIC 9(4) VALUE ZEROS.
           77 WS-CONTA PIC 9(7) VALUE ZEROS.
           77 WS-CARTEIRA PIC 9(2) VALUE 9.
           77 WS-CNPJ-BENEFICIARIO PIC 9(14) VALUE ZEROS.
           77 WS-NOME-BENEFICIARIO PIC X(30)
               VALUE "BENEFICIARIO NAO CONFIGURADO".
           77 WS-ULTIMO-NOSSO-NUMERO PIC 9(11) VALUE ZEROS.
           77 WS-CONT-BOLETOS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-LINHAS PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-BOLETOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(4)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(10)9,99.
           77 WS-CADASTROS-SW PIC X(1) VALUE "S".
               88 CADASTROS-DISPONIVEIS VALUE "S".
               88 CADASTROS-INDISPONIVEIS VALUE "N".
           77 WS-TITULO-SW PIC X(1).
               88 TITULO-EMITIVEL VALUE "S".
               88 TITULO-NAO-EMITIVEL VALUE "N".

           COPY "DATMOV-REG.CPY".
           COPY "RELCAT-REG.CPY".
           COPY "BOLCALC-REG.CPY".
           COPY "ENDCONS-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE - EMISSAO "
                   "DE BOLETOS DESLIGADA"
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - BOLETOS SAEM "
                   "SEM OS DADOS DO PAGADOR"
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

      *****************************************
      * BOLCFG (UMA LINHA): BANCO, DV DO BANCO, AGENCIA, CONTA,
      * CARTEIRA, CNPJ E NOME DO BENEFICIARIO. ARQUIVO AUSENTE OU
      * CAMPO INVALIDO MANTEM O PADRAO (BANCO 237-2, CARTEIRA 09)
      *****************************************
       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-BOLETO.
           IF WS-FS-BOLCFG = "00"
               READ CONFIG-BOLETO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APLICAR-CONFIG
               END-READ
               CLOSE CONFIG-BOLETO
           END-IF.
           MOVE "00" TO WS-FS-BOLCFG.

           IF WS-AGENCIA = ZEROS OR WS-CONTA = ZEROS
               DISPLAY "BOLCFG SEM AGENCIA/CONTA DE COBRANCA - "
                   "BOLETOS SAEM COM ZEROS NO CAMPO LIVRE"
           END-IF.

       1110-APLICAR-CONFIG.
           IF BCF-BANCO IS NUMERIC AND BCF-BANCO > ZEROS
               MOVE BCF-BANCO TO WS-BANCO
           END-IF.
           IF BCF-BANCO-DV IS NUMERIC
               MOVE BCF-BANCO-DV TO WS-BANCO-DV
           END-IF.
           IF BCF-AGENCIA IS NUMERIC AND BCF-AGENCIA > ZEROS
               MOVE BCF-AGENCIA TO WS-AGENCIA
           END-IF.
           IF BCF-CONTA IS NUMERIC AND BCF-CONTA > ZEROS
               MOVE BCF-CONTA TO WS-CONTA
           END-IF.
           IF BCF-CARTEIRA IS NUMERIC AND BCF-CARTEIRA > ZEROS
               MOVE BCF-CARTEIRA TO WS-CARTEIRA
           END-IF.
           IF BCF-CNPJ IS NUMERIC AND BCF-CNPJ > ZEROS
               MOVE BCF-CNPJ TO WS-CNPJ-BENEFICIARIO
           END-IF.
           IF BCF-BENEFICIARIO NOT = SPACES
               MOVE BCF-BENEFICIARIO TO WS-NOME-BENEFICIARIO
           END-IF.

       1900-EXIBIR-MENU.
           DISPLAY "1=BOLETO DE UM TITULO 2=BOLETOS DE UM CLIENTE".
           DISPLAY "3=BOLETOS DOS TITULOS EMITIDOS NUMA DATA X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           IF CADASTROS-INDISPONIVEIS
               IF WS-OPCAO NOT = "X" AND WS-OPCAO NOT = "x"
                   DISPLAY "CTRECEB INDISPONIVEL - OPCAO RECUSADA"
               END-IF
           ELSE
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM 5000-EMITIR-UM-TITULO
                   WHEN "2"
                       PERFORM 6000-EMITIR-CLIENTE
                   WHEN "3"
                       PERFORM 7000-EMITIR-DATA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           IF CADASTROS-DISPONIVEIS
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           SET ECS-FECHAR TO TRUE.
           CALL "ENDCONS" USING ECS-AREA.

      *****************************************
      * ABRE O LOTE DE BOLETOS: MAIOR NOSSO NUMERO JA ATRIBUIDO NO
      * CTRECEB E PROXIMO NOME DATADO DO CATALOGO DE RELATORIOS
      *****************************************
       4000-ABRIR-LOTE.
           PERFORM 4100-MAIOR-NOSSO-NUMERO.

           SET RCA-FUNCAO-NOME TO TRUE.
           MOVE "BOLETO" TO RCA-RELATORIO.
           MOVE "BOLETO" TO RCA-PROGRAMA.
           MOVE DMV-DATA TO RCA-DATA.
           MOVE ZEROS TO RCA-LINHAS.
           CALL "RELCATM" USING RCA-AREA.
           MOVE RCA-NOME-GERADO TO WS-NOME-BOLETO.

           MOVE ZEROS TO WS-CONT-BOLETOS WS-CONT-LINHAS
               WS-TOTAL-BOLETOS.

           OPEN OUTPUT BOLETOS-IMPRESSOS.

       4100-MAIOR-NOSSO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NOSSO-NUMERO.
           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 4110-MAIOR-NOSSO-NUMERO-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

       4110-MAIOR-NOSSO-NUMERO-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-NOSSO-NUMERO IS NUMERIC
                           AND REC-NOSSO-NUMERO > WS-ULTIMO-NOSSO-NUMERO
                       MOVE REC-NOSSO-NUMERO TO WS-ULTIMO-NOSSO-NUMERO
                   END-IF
           END-READ.

      *****************************************
      * FECHA O LOTE E REGISTRA O ARQUIVO NO CATALOGO
      *****************************************
       4500-FECHAR-LOTE.
           IF WS-CONT-BOLETOS = ZEROS
               MOVE "NENHUM TITULO EM ABERTO PARA A SELECAO"
                   TO BOL-LINHA
               PERFORM 8900-GRAVAR-LINHA
           END-IF.

           CLOSE BOLETOS-IMPRESSOS.

           SET RCA-FUNCAO-REGISTRAR TO TRUE.
           MOVE WS-NOME-BOLETO TO RCA-NOME-GERADO.
           MOVE WS-CONT-LINHAS TO RCA-LINHAS.
           CALL "RELCATM" USING RCA-AREA.

           MOVE WS-CONT-BOLETOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-BOLETOS TO WS-TOTAL-EDITADO.
           DISPLAY "BOLETOS EMITIDOS: " WS-CONT-EDITADO
               " TOTAL: " WS-TOTAL-EDITADO.
           DISPLAY "LOTE GRAVADO NO ARQUIVO " WS-NOME-BOLETO.

      *****************************************
      * TITULO EMITIVEL: TITULO (NAO CREDITO NEM ADIANTAMENTO)
      * AINDA COM SALDO EM ABERTO
      *****************************************
       4900-VERIFICAR-TITULO.
           IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
               SET TITULO-EMITIVEL TO TRUE
           ELSE
               SET TITULO-NAO-EMITIVEL TO TRUE
           END-IF.

       5000-EMITIR-UM-TITULO.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.
           DISPLAY "DIGITE O DOCUMENTO DO TITULO".
           ACCEPT WS-DOCUMENTO.

           SET TITULO-NAO-EMITIVEL TO TRUE.
           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOCUMENTO TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO PARA O CLIENTE"
               NOT INVALID KEY
                   PERFORM 4900-VERIFICAR-TITULO
                   IF TITULO-NAO-EMITIVEL
                       DISPLAY "DOCUMENTO NAO E TITULO EM ABERTO - "
                           "BOLETO NAO EMITIDO"
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CTRECEB.

           IF TITULO-EMITIVEL
               PERFORM 4000-ABRIR-LOTE
               MOVE WS-CLIENTE TO REC-CLIENTE
               MOVE WS-DOCUMENTO TO REC-DOCUMENTO
               READ CONTAS-RECEBER
                   INVALID KEY
                       DISPLAY "TITULO NAO ENCONTRADO PARA O CLIENTE"
                   NOT INVALID KEY
                       PERFORM 8000-EMITIR-BOLETO
               END-READ
               MOVE "00" TO WS-FS-CTRECEB
               PERFORM 4500-FECHAR-LOTE
           END-IF.

       6000-EMITIR-CLIENTE.
           DISPLAY "DIGITE O CODIGO DO CLIENTE".
           ACCEPT WS-CLIENTE.

           PERFORM 4000-ABRIR-LOTE.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE ZEROS TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 6100-EMITIR-CLIENTE-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           PERFORM 4500-FECHAR-LOTE.

       6100-EMITIR-CLIENTE-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       PERFORM 4900-VERIFICAR-TITULO
                       IF TITULO-EMITIVEL
                           PERFORM 8000-EMITIR-BOLETO
                       END-IF
                   END-IF
           END-READ.

       7000-EMITIR-DATA.
           DISPLAY "DIGITE A DATA DE EMISSAO DOS TITULOS (AAAAMMDD)".
           ACCEPT WS-DATA-EMISSAO.

           PERFORM 4000-ABRIR-LOTE.

           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 7100-EMITIR-DATA-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".
           MOVE "00" TO WS-FS-CTRECEB.

           PERFORM 4500-FECHAR-LOTE.

       7100-EMITIR-DATA-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-DATA-EMISSAO = WS-DATA-EMISSAO
                       PERFORM 4900-VERIFICAR-TITULO
                       IF TITULO-EMITIVEL
                           PERFORM 8000-EMITIR-BOLETO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * UM BOLETO PARA O TITULO LIDO: ATRIBUI O NOSSO NUMERO SE O
      * TITULO AINDA NAO TEM, MONTA CODIGO DE BARRAS E LINHA
      * DIGITAVEL E IMPRIME
      *****************************************
       8000-EMITIR-BOLETO.
           IF REC-NOSSO-NUMERO IS NOT NUMERIC
                   OR REC-NOSSO-NUMERO = ZEROS
               ADD 1 TO WS-ULTIMO-NOSSO-NUMERO
               MOVE WS-ULTIMO-NOSSO-NUMERO TO REC-NOSSO-NUMERO
               REWRITE REC-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O NOSSO NUMERO - "
                           "CLIENTE " REC-CLIENTE " DOC "
                           REC-DOCUMENTO
               END-REWRITE
           END-IF.

           MOVE SPACES TO CLI-NOME CLI-ENDERECO.
           MOVE ZEROS TO CLI-CPF CLI-CEP.
           IF WS-FS-CADCLI = "00"
               MOVE REC-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO CLI-NOME
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

           SET ECS-CONSULTAR TO TRUE.
           MOVE REC-CLIENTE TO ECS-CLIENTE.
           MOVE "C" TO ECS-TIPO.
           MOVE SPACES TO ECS-NOME-CONTATO ECS-TELEFONE ECS-EMAIL.
           MOVE CLI-ENDERECO TO ECS-ENDERECO.
           MOVE CLI-CEP TO ECS-CEP.
           CALL "ENDCONS" USING ECS-AREA.

           PERFORM 8100-CALCULAR-BOLETO.
           PERFORM 8500-IMPRIMIR-BOLETO.

           ADD 1 TO WS-CONT-BOLETOS.
           ADD REC-SALDO TO WS-TOTAL-BOLETOS.

      *****************************************
      * CODIGO DE BARRAS, LINHA DIGITAVEL E DV DO NOSSO NUMERO
      * CALCULADOS PELO MODULO BOLCALC COM A CONTA DE COBRANCA DO
      * BOLCFG
      *****************************************
       8100-CALCULAR-BOLETO.
           MOVE WS-BANCO TO BLC-BANCO.
           MOVE WS-AGENCIA TO BLC-AGENCIA.
           MOVE WS-CONTA TO BLC-CONTA.
           MOVE WS-CARTEIRA TO BLC-CARTEIRA.
           MOVE REC-NOSSO-NUMERO TO BLC-NOSSO-NUMERO.
           MOVE REC-VENCIMENTO TO BLC-VENCIMENTO.
           MOVE REC-SALDO TO BLC-VALOR.
           CALL "BOLCALC" USING BLC-AREA.

       8500-IMPRIMIR-BOLETO.
           MOVE ALL "-" TO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "BANCO " WS-BANCO "-" WS-BANCO-DV " | "
               BLC-LINHA-DIGITAVEL
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE "
               "O VENCIMENTO"
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "BENEFICIARIO: " WS-NOME-BENEFICIARIO
               " CNPJ " WS-CNPJ-BENEFICIARIO
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "AGENCIA/CODIGO BENEFICIARIO: " WS-AGENCIA "/"
               WS-CONTA "   CARTEIRA: " WS-CARTEIRA
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "DATA DOCUMENTO: " REC-DATA-EMISSAO
               "   NUMERO DOCUMENTO: " REC-CLIENTE "/" REC-DOCUMENTO
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "NOSSO NUMERO: " WS-CARTEIRA "/"
               REC-NOSSO-NUMERO "-" BLC-NN-DV
               "   VENCIMENTO: " REC-VENCIMENTO
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE REC-SALDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO BOL-LINHA.
           STRING "VALOR DO DOCUMENTO: R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE "INSTRUCOES: NAO RECEBER APOS 30 DIAS DO VENCIMENTO"
               TO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "PAGADOR: " REC-CLIENTE " " CLI-NOME
               " CPF/CNPJ " CLI-CPF
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "         " ECS-ENDERECO " CEP " ECS-CEP
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           STRING "CODIGO DE BARRAS: " BLC-CODIGO-BARRAS
               DELIMITED BY SIZE INTO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

           MOVE SPACES TO BOL-LINHA.
           PERFORM 8900-GRAVAR-LINHA.

       8900-GRAVAR-LINHA.
           WRITE BOL-LINHA.
           ADD 1 TO WS-CONT-LINHAS.

       END PROGRAM BOLETO.
