                       RECORD KEY IS NDX-CHAVE
                       FILE STATUS IS WS-FS-NOMEIDX.

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

                   SELECT ENDERECOS-CLIENTES ASSIGN TO "CLIEND"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ECT-CHAVE
                       FILE STATUS IS WS-FS-CLIEND.

                   SELECT TRABALHO-REJEITADAS ASSIGN TO "REJCLIWK"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-REJWK.

                   SELECT PONTOS-FIDELIDADE ASSIGN TO "PONTOS"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PTS-CHAVE
                       FILE STATUS IS WS-FS-PONTOS.

                   SELECT CASOS-ATENDIMENTO ASSIGN TO "CASOSAC"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAS-NUMERO
                       ALTERNATE RECORD KEY IS CAS-CLIENTE
                           WITH DUPLICATES
                       FILE STATUS IS WS-FS-CASOSAC.

       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "NOMEIDX-REG.CPY".

           FD  PONTOS-FIDELIDADE
               LABEL RECORD IS STANDARD.
               COPY "PONTOS-REG.CPY".

           FD  CASOS-ATENDIMENTO
               LABEL RECORD IS STANDARD.
               COPY "CASOSAC-REG.CPY".

           FD  CADASTRO-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRUPO-REG.CPY".

           FD  INDICE-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRPCLI-REG.CPY".

           FD  ENDERECOS-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "ENDCLI-REG.CPY".

           FD  CONTATOS-COBRANCA
               LABEL RECORD IS STANDARD.
           01  CTT-LINHA.
               77 WS-FS-CONTLOG PIC X(2) VALUE "00".
               77 WS-CTT-CONFIRMA PIC X(1).
               77 WS-FS-NOMEIDX PIC X(2) VALUE "00".
               77 WS-FS-GRPMST PIC X(2) VALUE "00".
               77 WS-FS-GRPCLI PIC X(2) VALUE "00".
               77 WS-OLD-GRUPO PIC 9(4).
               77 WS-GRUPO-NOME PIC X(30).
               77 WS-GRUPO-SITUACAO PIC X(1).
                   88 GRUPO-VALIDO VALUE "S".
                   88 GRUPO-INVALIDO VALUE "N".
               77 WS-FS-CLIEND PIC X(2) VALUE "00".
               77 WS-END-OPCAO PIC X(1).
               77 WS-END-SEQUENCIA PIC 9(2).
               77 WS-END-ULT-SEQ PIC 9(2).
               77 WS-END-SITUACAO PIC X(1).
                   88 ENDERECO-VALIDO VALUE "S".
                   88 ENDERECO-INVALIDO VALUE "N".
               77 WS-END-SALVO PIC X(161).
               77 WS-END-TIPO-SALVO PIC X(1).
               77 WS-END-SEQ-SALVA PIC 9(2).
               77 WS-NOME-NORMALIZADO PIC X(30).
               77 WS-CEP-SITUACAO PIC X(1).
                   88 CEP-VALIDO VALUE "S".
               77 WS-AUD-ACAO PIC X(10).
               77 WS-AUD-DATA PIC 9(8).
               77 WS-AUD-HORA PIC 9(8).
               77 WS-AUD-SOLICITANTE PIC X(10) VALUE SPACES.
               77 WS-MODO-EXECUCAO PIC X(10).
               77 WS-FS-TRANCLI PIC X(2) VALUE "00".
               77 WS-CONT-TRANSACOES PIC 9(6) VALUE ZEROS.
               COPY "DATMOV-REG.CPY".
               COPY "DATMOD-REG.CPY".
               COPY "RELCAT-REG.CPY".
               COPY "DOCMASC-REG.CPY".
               77 WS-HORA-GERACAO PIC 9(8).
               77 WS-NOME-RELCLI PIC X(20) VALUE "RELCLI".
               77 WS-FILIAL-OPERADOR PIC 9(3) VALUE ZEROS.
                   ==CLI-NAO-CONSENTIU== BY ==WS-NOVO-NAO-CONS==
                   ==CLI-SEM-CONSENTIMENTO== BY ==WS-NOVO-SEM-CONS==
                   ==CLI-DATA-CONSENTIMENTO== BY ==WS-NOVO-DT-CONS==
                   ==CLI-CANAL-CONSENTIMENTO== BY ==WS-NOVO-CANAL==
                   ==CLI-SCORE== BY ==WS-NOVO-SCORE==
                   ==CLI-FAIXA-SCORE== BY ==WS-NOVO-FAIXA-SCORE==
                   ==CLI-DATA-SCORE== BY ==WS-NOVO-DT-SCORE==
                   ==CLI-GRUPO== BY ==WS-NOVO-GRUPO==.
               77 WS-CPF-DUPLICADO-SW PIC X(1).
                   88 CPF-DUPLICADO VALUE "S".
                   88 CPF-NAO-DUPLICADO VALUE "N".
               77 WS-CNPJ-REPETIDO-SW PIC X(1).
                   88 CNPJ-REPETIDO VALUE "S".
                   88 CNPJ-NAO-REPETIDO VALUE "N".
               77 WS-DOC-FORMATADO PIC X(18).
               77 WS-OPCAO-CONSULTA PIC X(1).
               77 WS-CPF-PESQUISA PIC 9(14).
               77 WS-HIST-TOTAL PIC 9(9)V99.
               77 WS-HIST-VALOR-EDITADO PIC Z(6)9,99.
               77 WS-HIST-TOTAL-EDITADO PIC Z(7)9,99.
               77 WS-FS-PONTOS PIC X(2) VALUE "00".
               77 WS-PONTOS-SALDO PIC 9(9).
               77 WS-PONTOS-VENCER PIC 9(9).
               77 WS-PONTOS-PROX-VALIDADE PIC 9(8).
               77 WS-PONTOS-EDITADO PIC Z(8)9.
               77 WS-FS-CASOSAC PIC X(2) VALUE "00".
               77 WS-CASOS-ABERTOS PIC 9(4).

           LINKAGE SECTION.
               77 LK-MODO-EXECUCAO PIC X(10).
                   05 LINE 12 COLUMN 15 VALUE "6 - REATIVAR".
                   05 LINE 13 COLUMN 15 VALUE "7 - APROVACOES LIMITE".
                   05 LINE 14 COLUMN 15 VALUE "8 - CORRIGIR REJEITADAS".
                   05 LINE 15 COLUMN 15 VALUE "9 - ENDERECOS/CONTATOS".
                   05 LINE 16 COLUMN 15 VALUE "? - AJUDA".
                   05 LINE 17 COLUMN 15 VALUE "X - SAIR".
                   05 LINE 18 COLUMN 15 VALUE "OPCAO...: ".
      -            05 LINE 18 COLUMN 24 USING WS-OPCAO.

               01 TELA-MENU-USER.
                   05 LINE 07 COLUMN 15 VALUE "2 - CONSULTAR".
                       "APROVA AUMENTOS DE LIMITE (SUPERVISOR)".
                   05 LINE 11 COLUMN 15 VALUE "8 - CORRIGIR REJEIT: "
                       "TRATA TRANSACOES REJEITADAS DA CARGA".
                   05 LINE 12 COLUMN 15 VALUE "9 - ENDERECOS......: "
                       "ENDERECOS E CONTATOS ADICIONAIS".
                   05 LINE 13 COLUMN 15 VALUE "X - SAIR...........: "
                       "ENCERRA O PROGRAMA".
                   05 LINE 15 COLUMN 15 VALUE
                       "TECLE ENTER PARA VOLTAR AO MENU".

               01 MENU-RELATORIO.
      -            05 LINE 12 COLUMN 25 USING CLI-TIPO-PESSOA.
                   05 LINE 13 COLUMN 15 VALUE "CONDICAO: ".
      -            05 LINE 13 COLUMN 25 USING CLI-COND-PAGTO.
                   05 LINE 14 COLUMN 15 VALUE "GRUPO...: ".
      -            05 LINE 14 COLUMN 25 USING CLI-GRUPO.

               01 TELA-INCLUSAO-CONFIRMA.
                   05 LINE 04 COLUMN 15 VALUE "CONFIRME OS DADOS "
      -            05 LINE 10 COLUMN 25 FROM CLI-CEP.
                   05 LINE 11 COLUMN 15 VALUE "LIMITE..: ".
      -            05 LINE 11 COLUMN 25 FROM CLI-LIMITE-CREDITO.
                   05 LINE 12 COLUMN 15 VALUE "GRUPO...: ".
      -            05 LINE 12 COLUMN 25 FROM CLI-GRUPO.
                   05 LINE 13 COLUMN 15 VALUE "CONFIRMA (S/N)? ".
      -            05 LINE 13 COLUMN 32 USING WS-CONFIRMA.

               01 TELA-CONSULTA-CODIGO.
                   05 LINE 04 COLUMN 15 VALUE "CODIGO DO CLIENTE: ".
      -            05 LINE 04 COLUMN 35 USING CLI-CODIGO.

               01 TELA-ENDERECO.
                   05 LINE 04 COLUMN 15 VALUE "CLIENTE.: ".
      -            05 LINE 04 COLUMN 25 FROM ECT-CLIENTE.
      -            05 LINE 04 COLUMN 32 VALUE " SEQ ".
      -            05 LINE 04 COLUMN 37 FROM ECT-SEQUENCIA.
                   05 LINE 05 COLUMN 15 VALUE "TIPO....: ".
      -            05 LINE 05 COLUMN 25 USING ECT-TIPO.
      -            05 LINE 05 COLUMN 27 VALUE "F=FATURAMENTO".
      -            05 LINE 05 COLUMN 41 VALUE "E=ENTREGA C=COBRANCA".
                   05 LINE 06 COLUMN 27 VALUE "B=COMPRADOR".
      -            05 LINE 06 COLUMN 39 VALUE "N=FINANCEIRO O=OUTRO".
                   05 LINE 07 COLUMN 15 VALUE "PREFER..: ".
      -            05 LINE 07 COLUMN 25 USING ECT-PREFERENCIAL.
      -            05 LINE 07 COLUMN 27 VALUE "(S/N)".
                   05 LINE 08 COLUMN 15 VALUE "CONTATO.: ".
      -            05 LINE 08 COLUMN 25 USING ECT-NOME-CONTATO.
                   05 LINE 09 COLUMN 15 VALUE "ENDERECO: ".
      -            05 LINE 09 COLUMN 25 USING ECT-ENDERECO.
                   05 LINE 10 COLUMN 15 VALUE "CEP.....: ".
      -            05 LINE 10 COLUMN 25 USING ECT-CEP.
                   05 LINE 11 COLUMN 15 VALUE "TELEFONE: ".
      -            05 LINE 11 COLUMN 25 USING ECT-TELEFONE.
                   05 LINE 12 COLUMN 15 VALUE "E-MAIL..: ".
      -            05 LINE 12 COLUMN 25 USING ECT-EMAIL.

               01 TELA-CONSULTA-MODO.
                   05 LINE 04 COLUMN 15 VALUE "1 - POR CODIGO".
                   05 LINE 05 COLUMN 15 VALUE "2 - POR CPF".
      -            05 LINE 17 COLUMN 32 FROM CLI-DATA-CONSENTIMENTO.
      -            05 LINE 17 COLUMN 41 VALUE " CANAL ".
      -            05 LINE 17 COLUMN 48 FROM CLI-CANAL-CONSENTIMENTO.
                   05 LINE 18 COLUMN 15 VALUE "SCORE...: ".
      -            05 LINE 18 COLUMN 25 FROM CLI-SCORE.
      -            05 LINE 18 COLUMN 29 VALUE " FAIXA ".
      -            05 LINE 18 COLUMN 36 FROM CLI-FAIXA-SCORE.
      -            05 LINE 18 COLUMN 37 VALUE " EM ".
      -            05 LINE 18 COLUMN 41 FROM CLI-DATA-SCORE.
                   05 LINE 19 COLUMN 15 VALUE "GRUPO...: ".
      -            05 LINE 19 COLUMN 25 FROM CLI-GRUPO.
      -            05 LINE 19 COLUMN 30 FROM WS-GRUPO-NOME.

               01 TELA-ALTERAR-DADOS.
                   05 LINE 04 COLUMN 15 VALUE "CODIGO..: ".
      -            05 LINE 12 COLUMN 25 USING CLI-CONSENTIMENTO.
                   05 LINE 13 COLUMN 15 VALUE "CANAL...: ".
      -            05 LINE 13 COLUMN 25 USING CLI-CANAL-CONSENTIMENTO.
                   05 LINE 14 COLUMN 15 VALUE "GRUPO...: ".
      -            05 LINE 14 COLUMN 25 USING CLI-GRUPO.

               01 TELA-ALTERAR-CONFIRMA.
                   05 LINE 04 COLUMN 15
      -            05 LINE 17 COLUMN 40 FROM WS-OLD-COND-PAGTO.
                   05 LINE 18 COLUMN 15 VALUE "CONDICAO DEPOIS: ".
      -            05 LINE 18 COLUMN 40 FROM CLI-COND-PAGTO.
                   05 LINE 19 COLUMN 15 VALUE "GRUPO ANTES....: ".
      -            05 LINE 19 COLUMN 40 FROM WS-OLD-GRUPO.
                   05 LINE 20 COLUMN 15 VALUE "GRUPO DEPOIS...: ".
      -            05 LINE 20 COLUMN 40 FROM CLI-GRUPO.
                   05 LINE 21 COLUMN 15 VALUE "CONFIRMA (S/N)? ".
      -            05 LINE 21 COLUMN 31 USING WS-CONFIRMA.

               01 TELA-DELETAR-CONFIRMA.
                   05 LINE 04 COLUMN 15 VALUE "CODIGO..: ".
      -            05 LINE 04 COLUMN 25 FROM CLI-CODIGO.
                   05 LINE 05 COLUMN 15 VALUE "NOME....: ".
      -            05 LINE 05 COLUMN 25 FROM CLI-NOME.
                   05 LINE 06 COLUMN 15 VALUE "DOCUMENT: ".
      -            05 LINE 06 COLUMN 25 FROM WS-DOC-FORMATADO.
                   05 LINE 07 COLUMN 15 VALUE "ENDERECO: ".
      -            05 LINE 07 COLUMN 25 FROM CLI-ENDERECO.
                   05 LINE 08 COLUMN 15 VALUE "TELEFONE: ".
      -            05 LINE 04 COLUMN 25 FROM CLI-CODIGO.
                   05 LINE 05 COLUMN 15 VALUE "NOME....: ".
      -            05 LINE 05 COLUMN 25 FROM CLI-NOME.
                   05 LINE 06 COLUMN 15 VALUE "DOCUMENT: ".
      -            05 LINE 06 COLUMN 25 FROM WS-DOC-FORMATADO.
                   05 LINE 07 COLUMN 15 VALUE "ENDERECO: ".
      -            05 LINE 07 COLUMN 25 FROM CLI-ENDERECO.
                   05 LINE 08 COLUMN 15 VALUE "TELEFONE: ".
               END-IF

               PERFORM 1350-ABRIR-INDICE-NOMES
               PERFORM 1360-ABRIR-GRUPOS
               PERFORM 1300-CARREGAR-LIMIAR
               PERFORM 1900-EXIBIR-MENU
           END-IF.
               OPEN I-O INDICE-NOMES
           END-IF.

      *****************************************
      * GRUPOS ECONOMICOS: O GRPMST SO E CONSULTADO (MANUTENCAO NO
      * GRUPMNT); O INDICE GRPCLI E MANTIDO AQUI. SEM GRPMST NENHUM
      * CLIENTE PODE SER LIGADO A GRUPO
      *****************************************
       1360-ABRIR-GRUPOS.
           OPEN INPUT CADASTRO-GRUPOS.

           OPEN I-O INDICE-GRUPOS.
           IF WS-FS-GRPCLI = "35"
               OPEN OUTPUT INDICE-GRUPOS
               CLOSE INDICE-GRUPOS
               OPEN I-O INDICE-GRUPOS
           END-IF.

       1300-CARREGAR-LIMIAR.
           OPEN INPUT CONFIG-LIMITE.
           IF WS-FS-LIMCFG = "00"
                       DISPLAY "ACESSO NEGADO - OPCAO RESTRITA AO "
                           "NIVEL ADM"
                   END-IF
               WHEN 9
                   IF NIVEL-ADM
                       PERFORM 9900-ENDERECOS-CONTATOS
                   ELSE
                       DISPLAY "ACESSO NEGADO - OPCAO RESTRITA AO "
                           "NIVEL ADM"
                   END-IF
               WHEN "?"
                   PERFORM 9600-AJUDA
               WHEN OTHER
           IF ACESSO-CONCEDIDO
               CLOSE CADASTRO-CLIENTES
               CLOSE INDICE-NOMES
               PERFORM 1365-FECHAR-GRUPOS
           END-IF.

       1365-FECHAR-GRUPOS.
           IF WS-FS-GRPMST = "00"
               CLOSE CADASTRO-GRUPOS
           END-IF.
           CLOSE INDICE-GRUPOS.

       1400-VALIDAR-PIN.
           DISPLAY TELA.
           END-IF.

           PERFORM 1350-ABRIR-INDICE-NOMES.
           PERFORM 1360-ABRIR-GRUPOS.

           OPEN EXTEND TRANSACOES-REJEITADAS.
           IF WS-FS-REJCLI NOT = "00"
           MOVE SPACES TO CLI-CONSENTIMENTO.
           MOVE ZEROS TO CLI-DATA-CONSENTIMENTO.
           MOVE SPACES TO CLI-CANAL-CONSENTIMENTO.
           MOVE ZEROS TO CLI-SCORE CLI-DATA-SCORE CLI-GRUPO.
           MOVE SPACES TO CLI-FAIXA-SCORE.

           PERFORM 5100-VALIDAR-CPF.
           PERFORM 5160-VALIDAR-CEP.
           CLOSE TRANSACOES-REJEITADAS.
           CLOSE CADASTRO-CLIENTES.
           CLOSE INDICE-NOMES.
           PERFORM 1365-FECHAR-GRUPOS.

           DISPLAY "CARGA EM LOTE CONCLUIDA - TRANSACOES GRAVADAS: "
               WS-CONT-TRANSACOES.
               MOVE SPACES TO CLI-CONSENTIMENTO
               MOVE ZEROS TO CLI-DATA-CONSENTIMENTO
               MOVE SPACES TO CLI-CANAL-CONSENTIMENTO
               MOVE ZEROS TO CLI-SCORE CLI-DATA-SCORE CLI-GRUPO
               MOVE SPACES TO CLI-FAIXA-SCORE
               DISPLAY TELA
               DISPLAY TELA-INCLUSAO
               ACCEPT TELA-INCLUSAO

       5170-GRAVAR-CLIENTE.
           SET GRAVACAO-NAO-OK TO TRUE.
           PERFORM 5180-VALIDAR-GRUPO.
           MOVE CLI-REGISTRO TO WS-NOVO-CLIENTE.
           MOVE ZEROS TO WS-CPF-DUP-CODIGO-EXCLUIR.
           PERFORM 5150-VERIFICAR-CPF-DUPLICADO.

           EVALUATE TRUE
               WHEN GRUPO-INVALIDO
                   DISPLAY "GRUPO ECONOMICO INVALIDO - INCLUSAO "
                       "CANCELADA"
               WHEN CPF-DUPLICADO
                   DISPLAY "CPF JA CADASTRADO PARA OUTRO CLIENTE - "
                       "INCLUSAO CANCELADA"
               WHEN OTHER
                   MOVE WS-NOVO-CLIENTE TO CLI-REGISTRO
                   SET CLI-ATIVO-SIM TO TRUE
                   WRITE CLI-REGISTRO
                       INVALID KEY
                           DISPLAY "CLIENTE JA CADASTRADO COM ESTE "
                               "CODIGO"
                       NOT INVALID KEY
                           DISPLAY "CLIENTE INCLUIDO COM SUCESSO"
                           SET GRAVACAO-OK TO TRUE
                           PERFORM 9570-INDEXAR-NOME
                           PERFORM 9590-INDEXAR-GRUPO
                           MOVE "INCLUIR" TO WS-AUD-ACAO
                           PERFORM 9500-AUDITORIA-REGISTRAR
                   END-WRITE
           END-EVALUATE.

      *****************************************
      * SO PESSOA JURIDICA ENTRA EM GRUPO ECONOMICO, E O GRUPO TEM
      * DE ESTAR CADASTRADO E ATIVO NO GRPMST (ZEROS = SEM GRUPO)
      *****************************************
       5180-VALIDAR-GRUPO.
           SET GRUPO-VALIDO TO TRUE.

           IF CLI-GRUPO IS NOT NUMERIC
               MOVE ZEROS TO CLI-GRUPO
           END-IF.

           IF CLI-GRUPO > ZEROS
               IF NOT CLI-PESSOA-JURIDICA
                   SET GRUPO-INVALIDO TO TRUE
                   DISPLAY "GRUPO ECONOMICO SO PARA PESSOA JURIDICA"
               ELSE
                   IF WS-FS-GRPMST NOT = "00"
                       SET GRUPO-INVALIDO TO TRUE
                       DISPLAY "CADASTRO DE GRUPOS GRPMST INDISPONIVEL"
                   ELSE
                       MOVE CLI-GRUPO TO GRP-CODIGO
                       READ CADASTRO-GRUPOS
                           INVALID KEY
                               SET GRUPO-INVALIDO TO TRUE
                               DISPLAY "GRUPO ECONOMICO NAO CADASTRADO"
                           NOT INVALID KEY
                               IF NOT GRP-ATIVO
                                   SET GRUPO-INVALIDO TO TRUE
                                   DISPLAY "GRUPO ECONOMICO INATIVO"
                               END-IF
                       END-READ
                       MOVE "00" TO WS-FS-GRPMST
                   END-IF
               END-IF
           END-IF.

       6000-CONSULTAR.
               DISPLAY "*** LISTA TRUNCADA EM 200 - REFINE A "
                   "PESQUISA ***"
           END-IF.
           DISPLAY "ITEM CODIGO NOME                           CPF/CNPJ"
               "           TELEFONE".

           COMPUTE WS-PESQ-I = ((WS-PESQ-PAGINA - 1) * 10) + 1.
           COMPUTE WS-PESQ-LIMITE = WS-PESQ-PAGINA * 10.
           END-EVALUATE.

       6331-EXIBIR-LINHA-LISTA.
           SET DMC-FUNCAO-EXIBIR TO TRUE.
           MOVE WS-PESQ-CPF(WS-PESQ-I) TO DMC-DOCUMENTO.
           MOVE SPACE TO DMC-TIPO-PESSOA.
           MOVE WS-PESQ-CODIGO(WS-PESQ-I) TO DMC-CLIENTE.
           PERFORM 6610-CHAMAR-DOCMASC.

           DISPLAY WS-PESQ-I " " WS-PESQ-CODIGO(WS-PESQ-I) " "
               WS-PESQ-NOME(WS-PESQ-I) " " DMC-DOC-EDITADO " "
               WS-PESQ-TELEFONE(WS-PESQ-I).
           ADD 1 TO WS-PESQ-I.


           MOVE "00" TO WS-FS-VENDCLI.

           PERFORM 6450-EXIBIR-PONTOS-CLIENTE.

           PERFORM 6480-EXIBIR-CASOS-ABERTOS.

           PERFORM 6700-OFERECER-CONTATO.

       6410-EXIBIR-MES-VENDA.
               SUBTRACT 1 FROM WS-HIST-MES
           END-IF.

      *****************************************
      * SALDO DO PROGRAMA DE PONTOS NA CONSULTA: SOMA DOS LOTES DO
      * CLIENTE AINDA DENTRO DA VALIDADE E O PROXIMO VENCIMENTO
      *****************************************
       6450-EXIBIR-PONTOS-CLIENTE.
           CALL "DATMOV" USING DMV-AREA.
           MOVE ZEROS TO WS-PONTOS-SALDO WS-PONTOS-VENCER.
           MOVE 99999999 TO WS-PONTOS-PROX-VALIDADE.

           OPEN INPUT PONTOS-FIDELIDADE.
           IF WS-FS-PONTOS = "00"
               MOVE CLI-CODIGO TO PTS-CLIENTE
               MOVE ZEROS TO PTS-DATA PTS-SEQUENCIA
               MOVE SPACES TO PTS-TIPO
               START PONTOS-FIDELIDADE KEY IS NOT LESS THAN PTS-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-PONTOS
               END-START
               PERFORM 6460-SOMAR-LOTE-PONTOS
                   UNTIL WS-FS-PONTOS NOT = "00"
               CLOSE PONTOS-FIDELIDADE
           END-IF.
           MOVE "00" TO WS-FS-PONTOS.

           MOVE WS-PONTOS-SALDO TO WS-PONTOS-EDITADO.
           DISPLAY "SALDO DE PONTOS DE FIDELIDADE: " WS-PONTOS-EDITADO.
           IF WS-PONTOS-VENCER > ZEROS
               MOVE WS-PONTOS-VENCER TO WS-PONTOS-EDITADO
               DISPLAY "PROXIMO VENCIMENTO: " WS-PONTOS-PROX-VALIDADE
                   " - " WS-PONTOS-EDITADO " PONTOS"
           END-IF.

       6460-SOMAR-LOTE-PONTOS.
           READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PONTOS
               NOT AT END
                   IF PTS-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-PONTOS
                   ELSE
                       IF PTS-TIPO-LOTE AND PTS-SALDO > ZEROS
                               AND PTS-VALIDADE NOT < DMV-DATA
                           ADD PTS-SALDO TO WS-PONTOS-SALDO
                           PERFORM 6470-GUARDAR-VENCIMENTO
                       END-IF
                   END-IF
           END-READ.

       6470-GUARDAR-VENCIMENTO.
           IF PTS-VALIDADE < WS-PONTOS-PROX-VALIDADE
               MOVE PTS-VALIDADE TO WS-PONTOS-PROX-VALIDADE
               MOVE PTS-SALDO TO WS-PONTOS-VENCER
           ELSE
               IF PTS-VALIDADE = WS-PONTOS-PROX-VALIDADE
                   ADD PTS-SALDO TO WS-PONTOS-VENCER
               END-IF
           END-IF.

      *****************************************
      * CASOS DE ATENDIMENTO AINDA PENDENTES DO CLIENTE (CASOSAC,
      * PELA CHAVE ALTERNATIVA DO CLIENTE), AO LADO DAS VENDAS
      *****************************************
       6480-EXIBIR-CASOS-ABERTOS.
           MOVE ZEROS TO WS-CASOS-ABERTOS.

           OPEN INPUT CASOS-ATENDIMENTO.
           IF WS-FS-CASOSAC = "00"
               MOVE CLI-CODIGO TO CAS-CLIENTE
               START CASOS-ATENDIMENTO KEY IS NOT LESS THAN CAS-CLIENTE
                   INVALID KEY
                       MOVE "23" TO WS-FS-CASOSAC
               END-START
               PERFORM 6490-EXIBIR-CASO-ABERTO
                   UNTIL WS-FS-CASOSAC NOT = "00"
               CLOSE CASOS-ATENDIMENTO
               IF WS-CASOS-ABERTOS = ZEROS
                   DISPLAY "SEM CASOS DE ATENDIMENTO EM ABERTO"
               END-IF
           END-IF.
           MOVE "00" TO WS-FS-CASOSAC.

       6490-EXIBIR-CASO-ABERTO.
           READ CASOS-ATENDIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CASOSAC
               NOT AT END
                   IF CAS-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CASOSAC
                   ELSE
                       IF CAS-PENDENTE
                           IF WS-CASOS-ABERTOS = ZEROS
                               DISPLAY "CASOS DE ATENDIMENTO EM ABERTO:"
                           END-IF
                           ADD 1 TO WS-CASOS-ABERTOS
                           DISPLAY "CASO " CAS-NUMERO " DE "
                               CAS-DATA-ABERTURA " CATEGORIA "
                               CAS-CATEGORIA " SITUACAO " CAS-SITUACAO
                               " " CAS-DESCRICAO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * REGISTRO DE CONTATO DE COBRANCA A PARTIR DA CONSULTA: DATA,
      * OPERADOR, CANAL, NOTAS E PROMESSA DE PAGAMENTO OPCIONAL
                   CONTINUE
           END-DELETE.

      *****************************************
      * INDICE DE CLIENTES POR GRUPO ECONOMICO (GRPCLI): INCLUSAO COM
      * GRUPO GRAVA; TROCA DE GRUPO NA ALTERACAO REMOVE A CHAVE DO
      * GRUPO ANTIGO E GRAVA A DO NOVO. CLIENTE DELETADO CONTINUA NO
      * GRUPO - OS TITULOS EM ABERTO DELE SEGUEM NA EXPOSICAO
      *****************************************
       9590-INDEXAR-GRUPO.
           IF CLI-GRUPO > ZEROS
               MOVE CLI-GRUPO TO GRC-GRUPO
               MOVE CLI-CODIGO TO GRC-CODIGO
               WRITE GRC-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       9595-TROCAR-GRUPO.
           IF WS-OLD-GRUPO > ZEROS
               MOVE WS-OLD-GRUPO TO GRC-GRUPO
               MOVE CLI-CODIGO TO GRC-CODIGO
               DELETE INDICE-GRUPOS
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           PERFORM 9590-INDEXAR-GRUPO.

       6500-PESQUISAR-CEP-REF.
           MOVE CLI-CEP TO CPC-CEP.
           CALL "CEPCONS" USING CPC-AREA.
               MOVE SPACES TO WS-CEP-CIDADE WS-CEP-UF
           END-IF.

           PERFORM 6550-PESQUISAR-GRUPO.
           PERFORM 6600-FORMATAR-DOCUMENTO.

       6550-PESQUISAR-GRUPO.
           MOVE SPACES TO WS-GRUPO-NOME.

           IF CLI-GRUPO IS NUMERIC AND CLI-GRUPO > ZEROS
                   AND WS-FS-GRPMST = "00"
               MOVE CLI-GRUPO TO GRP-CODIGO
               READ CADASTRO-GRUPOS
                   INVALID KEY
                       MOVE "GRUPO NAO CADASTRADO" TO WS-GRUPO-NOME
                   NOT INVALID KEY
                       MOVE GRP-NOME TO WS-GRUPO-NOME
               END-READ
               MOVE "00" TO WS-FS-GRPMST
           END-IF.

      *****************************************
      * O DOCUMENTO EM TELA SAI PELO DOCMASC: COMPLETO SO PARA OS
      * NIVEIS LIBERADOS NO DOCCFG (E ENTAO REGISTRADO NO AUDITLOG),
      * MASCARADO PARA OS DEMAIS
      *****************************************
       6600-FORMATAR-DOCUMENTO.
           SET DMC-FUNCAO-EXIBIR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           PERFORM 6610-CHAMAR-DOCMASC.
           MOVE DMC-DOC-EDITADO TO WS-DOC-FORMATADO.

       6610-CHAMAR-DOCMASC.
           MOVE WS-NIVEL-ACESSO TO DMC-NIVEL.
           MOVE WS-USUARIO TO DMC-USUARIO.
           MOVE "CLIENTES" TO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

      *****************************************
      * TELAS DE MANUTENCAO MOSTRAM O DOCUMENTO GRAVADO NO CAMPO
      * DIGITAVEL, SEM MASCARA: A VISAO E REGISTRADA DO MESMO JEITO
      *****************************************
       6620-REGISTRAR-DOCUMENTO.
           SET DMC-FUNCAO-REGISTRAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           PERFORM 6610-CHAMAR-DOCMASC.

       7000-ALTERAR.
           MOVE "MODULO - ALTERACAO" TO WS-MODULO.
           MOVE "CADCLIMNT" TO WS-CERT-REQUERIDA.
           MOVE CLI-COND-PAGTO TO WS-OLD-COND-PAGTO.
           MOVE CLI-CONSENTIMENTO TO WS-OLD-CONSENTIMENTO.
           MOVE CLI-CANAL-CONSENTIMENTO TO WS-OLD-CANAL-CONSENT.
           MOVE CLI-GRUPO TO WS-OLD-GRUPO.
           MOVE CLI-CEP TO WS-CEP-DIGITADO.

           PERFORM 6620-REGISTRAR-DOCUMENTO.
           DISPLAY TELA.
           DISPLAY TELA-ALTERAR-DADOS.
           ACCEPT TELA-ALTERAR-DADOS.
                   MOVE CLI-CODIGO TO WS-CPF-DUP-CODIGO-EXCLUIR
                   PERFORM 5150-VERIFICAR-CPF-DUPLICADO
                   MOVE WS-NOVO-CLIENTE TO CLI-REGISTRO
                   PERFORM 5180-VALIDAR-GRUPO

                   IF CPF-DUPLICADO OR GRUPO-INVALIDO
                       IF CPF-DUPLICADO
                           DISPLAY "CPF JA CADASTRADO PARA OUTRO "
                               "CLIENTE - ALTERACAO CANCELADA"
                       ELSE
                           DISPLAY "GRUPO ECONOMICO INVALIDO - "
                               "ALTERACAO CANCELADA"
                       END-IF
                   ELSE
                       DISPLAY TELA
                       DISPLAY TELA-ALTERAR-CONFIRMA
                                       PERFORM 9580-DESINDEXAR-NOME
                                       PERFORM 9570-INDEXAR-NOME
                                   END-IF
                                   IF CLI-GRUPO NOT = WS-OLD-GRUPO
                                       PERFORM 9595-TROCAR-GRUPO
                                   END-IF
                                   MOVE "ALTERAR" TO WS-AUD-ACAO
                                   PERFORM 9500-AUDITORIA-REGISTRAR
                                   PERFORM 9550-HISTORICO-GRAVAR
           END-IF.

       8100-DELETAR-CONTINUAR.
           PERFORM 6600-FORMATAR-DOCUMENTO.
           DISPLAY TELA.
           DISPLAY TELA-DELETAR-CONFIRMA.
           ACCEPT TELA-DELETAR-CONFIRMA.
           IF CLI-ATIVO-SIM
               DISPLAY "CLIENTE JA ESTA ATIVO"
           ELSE
               PERFORM 6600-FORMATAR-DOCUMENTO
               DISPLAY TELA
               DISPLAY TELA-REATIVAR-CONFIRMA
               ACCEPT TELA-REATIVAR-CONFIRMA
           END-START.

           DISPLAY "RELATORIO DE CLIENTES".
           DISPLAY "CODIGO NOME                           CPF/CNPJ    "
                   "       TELEFONE".

           PERFORM 9110-RELATORIO-TELA-LOOP
               UNTIL WS-FS-CADCLI NOT = "00".

           MOVE "CLIENTES" TO DMC-PROGRAMA.
           PERFORM 9060-FECHAR-DOCUMENTOS.

           MOVE WS-CONT-CLIENTES TO WS-CONT-EDITADO.
           DISPLAY "TOTAL DE CLIENTES: " WS-CONT-EDITADO.

                           AND (WS-FILIAL-FILTRO = ZEROS
                               OR CLI-FILIAL = WS-FILIAL-FILTRO)
                       ADD 1 TO WS-CONT-CLIENTES
                       PERFORM 9050-EDITAR-DOCUMENTO-LINHA
                       DISPLAY CLI-CODIGO " " CLI-NOME " "
                               DMC-DOC-EDITADO " " CLI-TELEFONE
                   END-IF
           END-READ.

      *****************************************
      * NOS RELATORIOS O DOCMASC SO CONTA AS LINHAS COM DOCUMENTO
      * COMPLETO; O TOTAL VAI AO AUDITLOG NO FECHAMENTO, COM O NOME
      * DO RELATORIO EM DMC-PROGRAMA
      *****************************************
       9050-EDITAR-DOCUMENTO-LINHA.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           PERFORM 6610-CHAMAR-DOCMASC.

       9060-FECHAR-DOCUMENTOS.
           SET DMC-FUNCAO-FECHAR TO TRUE.
           MOVE WS-NIVEL-ACESSO TO DMC-NIVEL.
           MOVE WS-USUARIO TO DMC-USUARIO.
           CALL "DOCMASC" USING DMC-AREA.

       9200-RELATORIO-DISCO.
           PERFORM 9220-LER-CHECKPOINT.
           MOVE WS-CKPT-CODIGO TO CLI-CODIGO.
               MOVE "RELATORIO DE CLIENTES" TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 9240-GRAVAR-CABECALHO-DATA
               STRING "CODIGO NOME                      CPF/CNPJ    "
                   "       TELEFONE" DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           WRITE REL-LINHA.
           CLOSE RELATORIO-CLIENTES.

           MOVE "RELCLI" TO DMC-PROGRAMA.
           PERFORM 9060-FECHAR-DOCUMENTOS.

           MOVE ZEROS TO WS-CKPT-CODIGO.
           PERFORM 9230-GRAVAR-CHECKPOINT.

                           AND (WS-FILIAL-FILTRO = ZEROS
                               OR CLI-FILIAL = WS-FILIAL-FILTRO)
                       ADD 1 TO WS-CONT-CLIENTES
                       PERFORM 9050-EDITAR-DOCUMENTO-LINHA
                       STRING CLI-CODIGO " " CLI-NOME " "
                           DMC-DOC-EDITADO " " CLI-TELEFONE
                           DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                       DIVIDE WS-CONT-CLIENTES BY 50 GIVING
                           WS-CKPT-QUOC REMAINDER WS-CKPT-RESTO

           CLOSE RELATORIO-CSV.

           MOVE "RELCLI.CSV" TO DMC-PROGRAMA.
           PERFORM 9060-FECHAR-DOCUMENTOS.

           MOVE WS-CONT-CLIENTES TO WS-CONT-EDITADO.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELCLI.CSV. TOTAL DE "
               "CLIENTES: " WS-CONT-EDITADO.
                           AND (WS-FILIAL-FILTRO = ZEROS
                               OR CLI-FILIAL = WS-FILIAL-FILTRO)
                       ADD 1 TO WS-CONT-CLIENTES
                       PERFORM 9050-EDITAR-DOCUMENTO-LINHA
                       STRING CLI-CODIGO "," CLI-NOME ","
                           DMC-DOC-EDITADO "," CLI-TELEFONE
                           DELIMITED BY SIZE INTO CSV-LINHA
                       WRITE CSV-LINHA
                   END-IF
           END-READ.
           MOVE WS-AUD-ACAO TO AUW-ACAO.
      *    O DETALHE COMECA PELO CODIGO NU: CLIDELTA E LGPDREL LEEM
      *    O CODIGO DO CLIENTE POSICIONALMENTE NAS COLUNAS 41-46
      *    NA APROVACAO DE LIMITE QUEM PEDIU VAI NAS COLUNAS 48-57
      *    (SEGREGACAO DE FUNCOES CONFERIDA PELO SODREL)
           MOVE SPACES TO AUW-DETALHE.
           MOVE CLI-CODIGO TO AUW-DETALHE(1:6).
           MOVE WS-AUD-SOLICITANTE TO AUW-DETALHE(8:10).
           MOVE SPACES TO WS-AUD-SOLICITANTE.
           CALL "AUDITW" USING AUW-AREA.

       9550-HISTORICO-GRAVAR.
               PERFORM 9560-HISTORICO-GRAVAR-CAMPO
           END-IF.

           IF CLI-GRUPO NOT = WS-OLD-GRUPO
               MOVE "GRUPO" TO WS-HST-CAMPO
               MOVE WS-OLD-GRUPO TO WS-HST-ANTES
               MOVE CLI-GRUPO TO WS-HST-DEPOIS
               PERFORM 9560-HISTORICO-GRAVAR-CAMPO
           END-IF.

           CLOSE HISTORICO-ALTERACOES.
           MOVE "00" TO WS-FS-HIST.

                       APR-OPERADOR " EM " APR-DATA
                   DISPLAY "LIMITE ANTES: " WS-APR-ANTES-EDITADO
                       " DEPOIS: " WS-APR-DEPOIS-EDITADO
                   IF APR-OPERADOR = "CLISCORE"
                       PERFORM 9715-EXIBIR-SCORE-PROPOSTA
                   END-IF
                   DISPLAY "A=APROVAR R=REJEITAR OUTRA TECLA=PULAR"
                   ACCEPT WS-APR-OPCAO
                   EVALUATE WS-APR-OPCAO
                   END-EVALUATE
           END-READ.

      *****************************************
      * PROPOSTA AUTOMATICA DA REVISAO MENSAL DE LIMITES: MOSTRA O
      * SCORE E A FAIXA QUE A MOTIVARAM
      *****************************************
       9715-EXIBIR-SCORE-PROPOSTA.
           MOVE APR-CODIGO TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PROPOSTA DO SCORE COMPORTAMENTAL - SCORE "
                       CLI-SCORE " FAIXA " CLI-FAIXA-SCORE " EM "
                       CLI-DATA-SCORE
           END-READ.

       9720-APROVAR-PENDENTE.
           MOVE APR-CODIGO TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
                       NOT INVALID KEY
                           DISPLAY "LIMITE APROVADO E APLICADO"
                           MOVE "APROVLIM" TO WS-AUD-ACAO
                           MOVE APR-OPERADOR TO WS-AUD-SOLICITANTE
                           PERFORM 9500-AUDITORIA-REGISTRAR
                           PERFORM 9550-HISTORICO-GRAVAR
                           DELETE APROVACOES-LIMITE
           MOVE APR-CODIGO TO CLI-CODIGO.
           DISPLAY "PENDENCIA REJEITADA - LIMITE NAO APLICADO".
           MOVE "REJLIM" TO WS-AUD-ACAO.
           MOVE APR-OPERADOR TO WS-AUD-SOLICITANTE.
           PERFORM 9500-AUDITORIA-REGISTRAR.
           DELETE APROVACOES-LIMITE
           END-DELETE.
           MOVE SPACES TO CLI-CONSENTIMENTO.
           MOVE ZEROS TO CLI-DATA-CONSENTIMENTO.
           MOVE SPACES TO CLI-CANAL-CONSENTIMENTO.
           MOVE ZEROS TO CLI-SCORE CLI-DATA-SCORE CLI-GRUPO.
           MOVE SPACES TO CLI-FAIXA-SCORE.

           PERFORM 6620-REGISTRAR-DOCUMENTO.
           DISPLAY TELA.
           DISPLAY TELA-INCLUSAO.
           ACCEPT TELA-INCLUSAO.
                   WRITE REJ-LINHA
           END-READ.

      *****************************************
      * ENDERECOS E CONTATOS ADICIONAIS (CLIEND): FATURAMENTO,
      * ENTREGA E COBRANCA, E CONTATOS NOMEADOS. SO UM REGISTRO POR
      * TIPO FICA PREFERENCIAL; MARCAR UM DESMARCA OS DEMAIS
      *****************************************
       9900-ENDERECOS-CONTATOS.
           MOVE "MODULO - ENDERECOS" TO WS-MODULO.
           MOVE "CADCLIMNT" TO WS-CERT-REQUERIDA.
           PERFORM 1400-VALIDAR-PIN.

           IF PIN-VALIDO
               DISPLAY TELA
               DISPLAY TELA-CONSULTA-CODIGO
               ACCEPT TELA-CONSULTA-CODIGO

               READ CADASTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO"
                       ACCEPT WS-TECLA AT 1620
                   NOT INVALID KEY
                       PERFORM 9905-ABRIR-ENDERECOS
                       MOVE SPACE TO WS-END-OPCAO
                       PERFORM 9910-MANTER-ENDERECOS
                           UNTIL WS-END-OPCAO = "X"
                       CLOSE ENDERECOS-CLIENTES
               END-READ
           END-IF.

       9905-ABRIR-ENDERECOS.
           OPEN I-O ENDERECOS-CLIENTES.
           IF WS-FS-CLIEND = "35"
               OPEN OUTPUT ENDERECOS-CLIENTES
               CLOSE ENDERECOS-CLIENTES
               OPEN I-O ENDERECOS-CLIENTES
           END-IF.

       9910-MANTER-ENDERECOS.
           DISPLAY TELA.
           DISPLAY "ENDERECOS E CONTATOS DE " CLI-CODIGO " " CLI-NOME.
           DISPLAY "PRINCIPAL: " CLI-ENDERECO " CEP " CLI-CEP
               " TEL " CLI-TELEFONE.
           DISPLAY "SQ T P CONTATO              ENDERECO / E-MAIL"
               "                  TELEFONE".

           MOVE ZEROS TO WS-END-ULT-SEQ.
           MOVE CLI-CODIGO TO ECT-CLIENTE.
           MOVE ZEROS TO ECT-SEQUENCIA.
           START ENDERECOS-CLIENTES KEY IS NOT LESS THAN ECT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CLIEND
           END-START.
           PERFORM 9920-LISTAR-ENDERECO UNTIL WS-FS-CLIEND NOT = "00".
           MOVE "00" TO WS-FS-CLIEND.

           DISPLAY "I=INCLUIR A=ALTERAR E=EXCLUIR X=VOLTAR".
           ACCEPT WS-END-OPCAO.

           EVALUATE WS-END-OPCAO
               WHEN "I"
               WHEN "i"
                   PERFORM 9930-INCLUIR-ENDERECO
               WHEN "A"
               WHEN "a"
                   PERFORM 9940-ALTERAR-ENDERECO
               WHEN "E"
               WHEN "e"
                   PERFORM 9950-EXCLUIR-ENDERECO
               WHEN "X"
               WHEN "x"
                   MOVE "X" TO WS-END-OPCAO
               WHEN OTHER
                   MOVE SPACE TO WS-END-OPCAO
           END-EVALUATE.

       9920-LISTAR-ENDERECO.
           READ ENDERECOS-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CLIEND
               NOT AT END
                   IF ECT-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CLIEND
                   ELSE
                       MOVE ECT-SEQUENCIA TO WS-END-ULT-SEQ
                       IF ECT-ENDERECO NOT = SPACES
                           DISPLAY ECT-SEQUENCIA " " ECT-TIPO " "
                               ECT-PREFERENCIAL " "
                               ECT-NOME-CONTATO(1:20) " "
                               ECT-ENDERECO(1:30) " " ECT-TELEFONE
                       ELSE
                           DISPLAY ECT-SEQUENCIA " " ECT-TIPO " "
                               ECT-PREFERENCIAL " "
                               ECT-NOME-CONTATO(1:20) " "
                               ECT-EMAIL(1:30) " " ECT-TELEFONE
                       END-IF
                   END-IF
           END-READ.

       9930-INCLUIR-ENDERECO.
           IF WS-END-ULT-SEQ = 99
               DISPLAY "CLIENTE JA TEM 99 ENDERECOS/CONTATOS"
               ACCEPT WS-TECLA AT 1620
           ELSE
               MOVE SPACES TO ECT-REGISTRO
               MOVE CLI-CODIGO TO ECT-CLIENTE
               COMPUTE ECT-SEQUENCIA = WS-END-ULT-SEQ + 1
               MOVE ZEROS TO ECT-CEP
               MOVE "N" TO ECT-PREFERENCIAL
               DISPLAY TELA
               DISPLAY TELA-ENDERECO
               ACCEPT TELA-ENDERECO

               PERFORM 9960-VALIDAR-ENDERECO
               IF ENDERECO-VALIDO
                   PERFORM 9970-GUARDAR-PREFERENCIAL
                   WRITE ECT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O ENDERECO"
                       NOT INVALID KEY
                           DISPLAY "ENDERECO/CONTATO INCLUIDO"
                           MOVE "INCEND" TO WS-AUD-ACAO
                           PERFORM 9500-AUDITORIA-REGISTRAR
                   END-WRITE
               END-IF
               ACCEPT WS-TECLA AT 1620
           END-IF.

       9940-ALTERAR-ENDERECO.
           DISPLAY "SEQUENCIA A ALTERAR".
           ACCEPT WS-END-SEQUENCIA.

           MOVE CLI-CODIGO TO ECT-CLIENTE.
           MOVE WS-END-SEQUENCIA TO ECT-SEQUENCIA.
           READ ENDERECOS-CLIENTES
               INVALID KEY
                   DISPLAY "SEQUENCIA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY TELA
                   DISPLAY TELA-ENDERECO
                   ACCEPT TELA-ENDERECO
                   PERFORM 9960-VALIDAR-ENDERECO
                   IF ENDERECO-VALIDO
                       PERFORM 9970-GUARDAR-PREFERENCIAL
                       REWRITE ECT-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR O ENDERECO"
                           NOT INVALID KEY
                               DISPLAY "ENDERECO/CONTATO ALTERADO"
                               MOVE "ALTEND" TO WS-AUD-ACAO
                               PERFORM 9500-AUDITORIA-REGISTRAR
                       END-REWRITE
                   END-IF
           END-READ.

           ACCEPT WS-TECLA AT 1620.

       9950-EXCLUIR-ENDERECO.
           DISPLAY "SEQUENCIA A EXCLUIR".
           ACCEPT WS-END-SEQUENCIA.

           MOVE CLI-CODIGO TO ECT-CLIENTE.
           MOVE WS-END-SEQUENCIA TO ECT-SEQUENCIA.
           READ ENDERECOS-CLIENTES
               INVALID KEY
                   DISPLAY "SEQUENCIA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "EXCLUIR " ECT-TIPO " " ECT-NOME-CONTATO
                       " " ECT-ENDERECO " (S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ENDERECOS-CLIENTES
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR O ENDERECO"
                           NOT INVALID KEY
                               DISPLAY "ENDERECO/CONTATO EXCLUIDO"
                               MOVE "EXCEND" TO WS-AUD-ACAO
                               PERFORM 9500-AUDITORIA-REGISTRAR
                       END-DELETE
                   ELSE
                       DISPLAY "EXCLUSAO CANCELADA"
                   END-IF
           END-READ.

           ACCEPT WS-TECLA AT 1620.

      *****************************************
      * ENDERECO (F/E/C) EXIGE ENDERECO E CEP DAS FAIXAS POSTAIS;
      * CONTATO (B/N/O) EXIGE O NOME E UM TELEFONE OU E-MAIL
      *****************************************
       9960-VALIDAR-ENDERECO.
           SET ENDERECO-VALIDO TO TRUE.
           IF ECT-PREFERENCIAL = "s"
               MOVE "S" TO ECT-PREFERENCIAL
           END-IF.
           IF ECT-PREFERENCIAL NOT = "S"
               MOVE "N" TO ECT-PREFERENCIAL
           END-IF.

           EVALUATE TRUE
               WHEN NOT ECT-TIPO-VALIDO
                   SET ENDERECO-INVALIDO TO TRUE
                   DISPLAY "TIPO INVALIDO - OPERACAO CANCELADA"
               WHEN ECT-FATURAMENTO OR ECT-ENTREGA OR ECT-COBRANCA
                   IF ECT-ENDERECO = SPACES OR ECT-CEP = ZEROS
                       SET ENDERECO-INVALIDO TO TRUE
                       DISPLAY "INFORME ENDERECO E CEP - OPERACAO "
                           "CANCELADA"
                   ELSE
                       MOVE ECT-CEP TO CPC-CEP
                       CALL "CEPCONS" USING CPC-AREA
                       IF CPC-NAO-ACHADO
                           SET ENDERECO-INVALIDO TO TRUE
                           DISPLAY "CEP FORA DAS FAIXAS POSTAIS "
                               "CADASTRADAS"
                       END-IF
                   END-IF
               WHEN OTHER
                   IF ECT-NOME-CONTATO = SPACES
                       OR (ECT-TELEFONE = SPACES AND ECT-EMAIL = SPACES)
                       SET ENDERECO-INVALIDO TO TRUE
                       DISPLAY "INFORME O NOME E TELEFONE OU E-MAIL - "
                           "OPERACAO CANCELADA"
                   END-IF
           END-EVALUATE.

           IF ENDERECO-VALIDO
               CALL "DATMOV" USING DMV-AREA
               MOVE DMV-DATA TO ECT-DATA-ULT-ALTERACAO
               MOVE WS-USUARIO TO ECT-OPERADOR-ULT-ALTERACAO
           END-IF.

      *****************************************
      * REGISTRO MARCADO COMO PREFERENCIAL: DESMARCA OS OUTROS DO
      * MESMO TIPO DO CLIENTE E DEVOLVE O REGISTRO EM EDICAO INTACTO
      *****************************************
       9970-GUARDAR-PREFERENCIAL.
           IF ECT-PREFERIDO
               MOVE ECT-REGISTRO TO WS-END-SALVO
               MOVE ECT-TIPO TO WS-END-TIPO-SALVO
               MOVE ECT-SEQUENCIA TO WS-END-SEQ-SALVA
               MOVE ZEROS TO ECT-SEQUENCIA
               START ENDERECOS-CLIENTES KEY IS NOT LESS THAN ECT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-CLIEND
               END-START
               PERFORM 9975-DESMARCAR-PREFERENCIAL
                   UNTIL WS-FS-CLIEND NOT = "00"
               MOVE "00" TO WS-FS-CLIEND
               MOVE WS-END-SALVO TO ECT-REGISTRO
           END-IF.

       9975-DESMARCAR-PREFERENCIAL.
           READ ENDERECOS-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CLIEND
               NOT AT END
                   IF ECT-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CLIEND
                   ELSE
                       IF ECT-TIPO = WS-END-TIPO-SALVO
                               AND ECT-SEQUENCIA NOT = WS-END-SEQ-SALVA
                               AND ECT-PREFERIDO
                           MOVE "N" TO ECT-PREFERENCIAL
                           REWRITE ECT-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       9600-AJUDA.
           DISPLAY TELA.
           DISPLAY TELA-AJUDA.
