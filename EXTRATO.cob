      *MENSAL DO VENDCLI NO ANO ESCOLHIDO, TITULOS EM ABERTO E SALDO
      *DEVEDOR DO CONTAS A RECEBER (CTRECEB), COM CABECALHO E NUMERO
      *DE PAGINA E TOTAIS, PARA UM CODIGO OU UMA FAIXA DE CODIGOS.
      *NOTAS DE CREDITO E ADIANTAMENTOS DO CLIENTE COM SALDO SAEM
      *SEPARADOS DOS TITULOS E ABATEM O SALDO LIQUIDO.
      *FECHA COM O PROGRAMA DE PONTOS (PONTOS): MOVIMENTOS DO ANO,
      *SALDO DENTRO DA VALIDADE E PROXIMO VENCIMENTO.
      *O CABECALHO USA O ENDERECO DE FATURAMENTO PREFERENCIAL DO
      *CLIEND (COM O CONTATO, SE HOUVER), OU O ENDERECO DO CADCLI.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT PONTOS-FIDELIDADE ASSIGN TO "PONTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PTS-CHAVE
                   FILE STATUS IS WS-FS-PONTOS.

               SELECT ARQUIVO-EXTRATO ASSIGN TO WS-NOME-EXTRATO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-EXTRATO.
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  PONTOS-FIDELIDADE
               LABEL RECORD IS STANDARD.
               COPY "PONTOS-REG.CPY".

           FD  ARQUIVO-EXTRATO
               LABEL RECORD IS STANDARD.
           01  EXT-LINHA PIC X(80).
           77 WS-TOTAL-ANO PIC 9(10)V99.
           77 WS-TOTAL-DEVIDO PIC 9(10)V99.
           77 WS-TOTAL-CREDITOS PIC 9(10)V99.
           77 WS-TOTAL-ADIANTAMENTOS PIC 9(10)V99.
           77 WS-SALDO-LIQUIDO PIC S9(10)V99.
           77 WS-LIQUIDO-EDITADO PIC +Z(8)9,99.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-CONT-EDITADO PIC Z(3)9.
           77 WS-SALDO-ACHOU PIC X(1).
           77 WS-LINHA-GUARDADA PIC X(80).
           77 WS-FS-PONTOS PIC X(2) VALUE "00".
           77 WS-PONTOS-SW PIC X(1) VALUE "N".
               88 PONTOS-DISPONIVEL VALUE "S".
           77 WS-PONTOS-SALDO PIC 9(9).
           77 WS-PONTOS-VENCER PIC 9(9).
           77 WS-PONTOS-PROX-VALIDADE PIC 9(8).
           77 WS-PONTOS-EDITADO PIC Z(8)9.
           77 WS-PONTOS-SINAL PIC X(1).
           77 WS-PONTOS-HISTORICO PIC X(20).
           01 WS-PONTOS-DATA.
               05 WS-PD-ANO PIC 9(4).
               05 WS-PD-MES-DIA PIC 9(4).
           COPY "DATMOV-REG.CPY".
           COPY "ENDCONS-REG.CPY".
           COPY "DOCMASC-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           OPEN INPUT VENDAS-CLIENTE.
           OPEN INPUT CONTAS-RECEBER.

           OPEN INPUT PONTOS-FIDELIDADE.
           IF WS-FS-PONTOS = "00"
               SET PONTOS-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-PONTOS.

           MOVE WS-CODIGO-INICIAL TO CLI-CODIGO.
           START CADASTRO-CLIENTES KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY

           MOVE ZEROS TO WS-NUMERO-PAGINA WS-LINHAS-PAGINA.
           MOVE ZEROS TO WS-TOTAL-ANO WS-TOTAL-DEVIDO.
           MOVE ZEROS TO WS-TOTAL-CREDITOS WS-TOTAL-ADIANTAMENTOS.

           PERFORM 8000-NOVA-PAGINA.

               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 8100-GRAVAR-LINHA.

           SET ECS-CONSULTAR TO TRUE.
           MOVE CLI-CODIGO TO ECS-CLIENTE.
           MOVE "F" TO ECS-TIPO.
           MOVE SPACES TO ECS-NOME-CONTATO ECS-EMAIL.
           MOVE CLI-ENDERECO TO ECS-ENDERECO.
           MOVE CLI-CEP TO ECS-CEP.
           MOVE CLI-TELEFONE TO ECS-TELEFONE.
           CALL "ENDCONS" USING ECS-AREA.

           MOVE SPACES TO EXT-LINHA.
           STRING "ENDERECO " ECS-ENDERECO " CEP " ECS-CEP
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 8100-GRAVAR-LINHA.

           IF ECS-NOME-CONTATO NOT = SPACES
               MOVE SPACES TO EXT-LINHA
               STRING "A/C " ECS-NOME-CONTATO " " ECS-EMAIL
                   DELIMITED BY SIZE INTO EXT-LINHA
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO EXT-LINHA.
           PERFORM 8200-EDITAR-DOCUMENTO.
           STRING "CPF/CNPJ " DMC-DOC-EDITADO " TELEFONE " CLI-TELEFONE
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 8100-GRAVAR-LINHA.

               STRING "CREDITOS A COMPENSAR...: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO EXT-LINHA
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

           IF WS-TOTAL-ADIANTAMENTOS > ZEROS
               MOVE WS-TOTAL-ADIANTAMENTOS TO WS-TOTAL-EDITADO
               MOVE SPACES TO EXT-LINHA
               STRING "ADIANTAMENTOS A ABATER.: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO EXT-LINHA
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

           IF WS-TOTAL-CREDITOS > ZEROS
                   OR WS-TOTAL-ADIANTAMENTOS > ZEROS
               COMPUTE WS-SALDO-LIQUIDO =
                   WS-TOTAL-DEVIDO - WS-TOTAL-CREDITOS
                       - WS-TOTAL-ADIANTAMENTOS
               MOVE WS-SALDO-LIQUIDO TO WS-LIQUIDO-EDITADO
               MOVE SPACES TO EXT-LINHA
               STRING "SALDO LIQUIDO..........: " WS-LIQUIDO-EDITADO
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

           IF PONTOS-DISPONIVEL
               PERFORM 6000-LISTAR-PONTOS
           END-IF.

           CLOSE ARQUIVO-EXTRATO.
           ADD 1 TO WS-CONT-EXTRATOS.

                       IF REC-SALDO > ZEROS
                           MOVE "S" TO WS-SALDO-ACHOU
                           MOVE REC-SALDO TO WS-VALOR-EDITADO
                           EVALUATE TRUE
                               WHEN REC-TIPO-CREDITO
                                   ADD REC-SALDO TO WS-TOTAL-CREDITOS
                                   MOVE SPACES TO EXT-LINHA
                                   STRING "  DOC " REC-DOCUMENTO
                                       " CREDITO "
                                       WS-VALOR-EDITADO " (-)"
                                       DELIMITED BY SIZE INTO EXT-LINHA
                               WHEN REC-TIPO-ADIANTAMENTO
                                   ADD REC-SALDO TO
                                       WS-TOTAL-ADIANTAMENTOS
                                   MOVE SPACES TO EXT-LINHA
                                   STRING "  DOC " REC-DOCUMENTO
                                       " ADIANTAMENTO DE "
                                       REC-DATA-EMISSAO " "
                                       WS-VALOR-EDITADO " (-)"
                                       DELIMITED BY SIZE INTO EXT-LINHA
                               WHEN OTHER
                                   ADD REC-SALDO TO WS-TOTAL-DEVIDO
                                   MOVE SPACES TO EXT-LINHA
                                   STRING "  DOC " REC-DOCUMENTO
                                       " VENC " REC-VENCIMENTO
                                       " SALDO " WS-VALOR-EDITADO
                                       DELIMITED BY SIZE INTO EXT-LINHA
                           END-EVALUATE
                           PERFORM 8100-GRAVAR-LINHA
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * PROGRAMA DE PONTOS: MOVIMENTOS DATADOS NO ANO DO EXTRATO E
      * SALDO DOS LOTES AINDA DENTRO DA VALIDADE NA DATA DE EMISSAO
      *****************************************
       6000-LISTAR-PONTOS.
           MOVE "PROGRAMA DE PONTOS DE FIDELIDADE" TO EXT-LINHA.
           PERFORM 8100-GRAVAR-LINHA.

           MOVE ZEROS TO WS-PONTOS-SALDO WS-PONTOS-VENCER.
           MOVE 99999999 TO WS-PONTOS-PROX-VALIDADE.

           MOVE CLI-CODIGO TO PTS-CLIENTE.
           MOVE ZEROS TO PTS-DATA PTS-SEQUENCIA.
           MOVE SPACES TO PTS-TIPO.
           START PONTOS-FIDELIDADE KEY IS NOT LESS THAN PTS-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PONTOS
           END-START.

           PERFORM 6100-LISTAR-PONTOS-LOOP
               UNTIL WS-FS-PONTOS NOT = "00".

           MOVE "00" TO WS-FS-PONTOS.

           MOVE WS-PONTOS-SALDO TO WS-PONTOS-EDITADO.
           MOVE SPACES TO EXT-LINHA.
           STRING "SALDO DE PONTOS........: " WS-PONTOS-EDITADO
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 8100-GRAVAR-LINHA.

           IF WS-PONTOS-VENCER > ZEROS
               MOVE WS-PONTOS-VENCER TO WS-PONTOS-EDITADO
               MOVE SPACES TO EXT-LINHA
               STRING "PROXIMO VENCIMENTO.....: "
                   WS-PONTOS-PROX-VALIDADE " - " WS-PONTOS-EDITADO
                   " PONTOS"
                   DELIMITED BY SIZE INTO EXT-LINHA
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

       6100-LISTAR-PONTOS-LOOP.
           READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PONTOS
               NOT AT END
                   IF PTS-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-PONTOS
                   ELSE
                       PERFORM 6200-TRATAR-MOVIMENTO-PONTOS
                   END-IF
           END-READ.

       6200-TRATAR-MOVIMENTO-PONTOS.
           MOVE PTS-DATA-LANCAMENTO TO WS-PONTOS-DATA.
           IF WS-PD-ANO = WS-ANO-EXTRATO
               EVALUATE TRUE
                   WHEN PTS-TIPO-GANHO
                       MOVE "+" TO WS-PONTOS-SINAL
                       MOVE "GANHO NA COMPRA" TO WS-PONTOS-HISTORICO
                   WHEN PTS-TIPO-DEVOLVIDO
                       MOVE "+" TO WS-PONTOS-SINAL
                       MOVE "DEVOLVIDO NO ESTORNO" TO
                           WS-PONTOS-HISTORICO
                   WHEN PTS-TIPO-RESGATE
                       MOVE "-" TO WS-PONTOS-SINAL
                       MOVE "RESGATE NA COMPRA" TO WS-PONTOS-HISTORICO
                   WHEN PTS-TIPO-ESTORNO
                       MOVE "-" TO WS-PONTOS-SINAL
                       MOVE "ESTORNO DA COMPRA" TO WS-PONTOS-HISTORICO
                   WHEN OTHER
                       MOVE "-" TO WS-PONTOS-SINAL
                       MOVE "EXPIRADOS" TO WS-PONTOS-HISTORICO
               END-EVALUATE
               MOVE PTS-PONTOS TO WS-PONTOS-EDITADO
               MOVE SPACES TO EXT-LINHA
               STRING "  " PTS-DATA-LANCAMENTO " " WS-PONTOS-HISTORICO
                   " " WS-PONTOS-SINAL WS-PONTOS-EDITADO
                   DELIMITED BY SIZE INTO EXT-LINHA
               PERFORM 8100-GRAVAR-LINHA
           END-IF.

           IF PTS-TIPO-LOTE AND PTS-SALDO > ZEROS
                   AND PTS-VALIDADE NOT < DMV-DATA
               ADD PTS-SALDO TO WS-PONTOS-SALDO
               IF PTS-VALIDADE < WS-PONTOS-PROX-VALIDADE
                   MOVE PTS-VALIDADE TO WS-PONTOS-PROX-VALIDADE
                   MOVE PTS-SALDO TO WS-PONTOS-VENCER
               ELSE
                   IF PTS-VALIDADE = WS-PONTOS-PROX-VALIDADE
                       ADD PTS-SALDO TO WS-PONTOS-VENCER
                   END-IF
               END-IF
           END-IF.

       8000-NOVA-PAGINA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-NUMERO-PAGINA TO WS-PAGINA-EDITADA.
           WRITE EXT-LINHA.
           ADD 1 TO WS-LINHAS-PAGINA.

      *****************************************
      * O EXTRATO E EMITIDO SEM OPERADOR IDENTIFICADO (NIVEL ZERO):
      * O DOCMASC DEVOLVE O DOCUMENTO SEMPRE MASCARADO
      *****************************************
       8200-EDITAR-DOCUMENTO.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           MOVE ZEROS TO DMC-NIVEL.
           MOVE "EXTRATO" TO DMC-USUARIO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

       9000-FINALIZAR.
           CLOSE CADASTRO-CLIENTES.
           CLOSE VENDAS-CLIENTE.
           CLOSE CONTAS-RECEBER.
           IF PONTOS-DISPONIVEL
               CLOSE PONTOS-FIDELIDADE
           END-IF.
           SET ECS-FECHAR TO TRUE.
           CALL "ENDCONS" USING ECS-AREA.

           MOVE WS-CONT-EXTRATOS TO WS-CONT-EDITADO.
           DISPLAY "EXTRATOS GERADOS: " WS-CONT-EDITADO.
