       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANT.
      *************************************
      *OBJETIVO: ADIANTAMENTOS DE CLIENTE (SINAL PAGO ANTES DA
      *CHEGADA DA MERCADORIA) REGISTRADOS COMO CREDITO NO CONTAS A
      *RECEBER (CTRECEB, REC-TIPO "A"), SEPARADOS DAS NOTAS DE
      *CREDITO DE ESTORNO, COM DOCUMENTO PROPRIO 1NNNNNNN EM
      *SEQUENCIA POR CLIENTE E RECIBO IMPRESSO EM RECADT. NO
      *REGISTRO O OPERADOR ESCOLHE O CONSUMO: A=AUTOMATICO (O
      *APLICRED COMPENSA CONTRA OS TITULOS EM ABERTO DO CLIENTE, DO
      *VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO) OU V=NA VENDA (SO
      *QUANDO O OPERADOR DO PROJETO5 ESCOLHE O ADIANTAMENTO NA
      *CAPTURA DO PEDIDO). CONSULTA OS ADIANTAMENTOS DO CLIENTE,
      *REIMPRIME O RECIBO E DEVOLVE O SALDO NAO CONSUMIDO
      *(REEMBOLSO), QUE BAIXA O ADIANTAMENTO COM RECIBO DE
      *DEVOLUCAO. OS PARADOS ALEM DO PRAZO SAEM NO ADTREV.
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

               SELECT RECIBO-ADIANTAMENTO ASSIGN TO "RECADT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RECADT.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  RECIBO-ADIANTAMENTO
               LABEL RECORD IS STANDARD.
           01  RDA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-RECADT PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-OPERADOR PIC X(10).
           77 WS-CLIENTE PIC 9(6).
           77 WS-DOCUMENTO PIC 9(8).
           77 WS-ULTIMO-DOCUMENTO PIC 9(8).
           77 WS-VALOR PIC 9(8)V99.
           77 WS-VALOR-DEVOLVIDO PIC 9(8)V99.
           77 WS-FORMA PIC 9(2).
           77 WS-CONSUMO PIC X(1).
           77 WS-NOME-FORMA PIC X(8).
           77 WS-CONT-ADIANTAMENTOS PIC 9(4).
           77 WS-TOTAL-SALDO PIC 9(10)V99.
           77 WS-CONT-EDITADO PIC Z(3)9.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CADASTROS-SW PIC X(1) VALUE "S".
               88 CADASTROS-DISPONIVEIS VALUE "S".
               88 CADASTROS-INDISPONIVEIS VALUE "N".
           77 WS-ENTRADA-SW PIC X(1).
               88 ENTRADA-VALIDA VALUE "S".
               88 ENTRADA-INVALIDA VALUE "N".
           77 WS-RECIBO-SW PIC X(1).
               88 RECIBO-DE-ADIANTAMENTO VALUE "A".
               88 RECIBO-DE-DEVOLUCAO VALUE "D".
           COPY "DATMOV-REG.CPY".
           COPY "DOCMASC-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-OPCAO = "X" OR "x".
           PERFORM 3000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O CODIGO DO OPERADOR (CAIXA)".
           ACCEPT WS-OPERADOR.

           OPEN I-O CONTAS-RECEBER.
           IF WS-FS-CTRECEB = "35"
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               SET CADASTROS-INDISPONIVEIS TO TRUE
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - ADIANTAMENTOS "
                   "DESLIGADOS"
           END-IF.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=REGISTRAR ADIANTAMENTO 2=CONSULTAR ADIANTAMENTOS "
               "DO CLIENTE".
           DISPLAY "3=REIMPRIMIR RECIBO 4=DEVOLVER SALDO (REEMBOLSO) "
               "X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 5000-REGISTRAR
               WHEN "2"
                   PERFORM 6000-CONSULTAR
               WHEN "3"
                   PERFORM 7000-REIMPRIMIR
               WHEN "4"
                   PERFORM 7500-DEVOLVER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           CLOSE CONTAS-RECEBER.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.

       4000-PEDIR-CLIENTE.
           SET ENTRADA-INVALIDA TO TRUE.

           IF CADASTROS-INDISPONIVEIS
               DISPLAY "CADASTRO CADCLI INDISPONIVEL - OPCAO RECUSADA"
           ELSE
               DISPLAY "DIGITE O CODIGO DO CLIENTE"
               ACCEPT WS-CLIENTE
               MOVE WS-CLIENTE TO CLI-CODIGO
               READ CADASTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "CLIENTE: " CLI-NOME
                       SET ENTRADA-VALIDA TO TRUE
               END-READ
               MOVE "00" TO WS-FS-CADCLI
           END-IF.

      *****************************************
      * DOCUMENTO DE ADIANTAMENTO DO CLIENTE JA VALIDADO; DEIXA O
      * REGISTRO LIDO NA AREA DO CTRECEB
      *****************************************
       4100-PEDIR-DOCUMENTO.
           SET ENTRADA-INVALIDA TO TRUE.

           DISPLAY "DIGITE O DOCUMENTO DO ADIANTAMENTO".
           ACCEPT WS-DOCUMENTO.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOCUMENTO TO REC-DOCUMENTO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY "DOCUMENTO NAO ENCONTRADO PARA O CLIENTE"
               NOT INVALID KEY
                   IF REC-TIPO-ADIANTAMENTO
                       SET ENTRADA-VALIDA TO TRUE
                   ELSE
                       DISPLAY "DOCUMENTO NAO E UM ADIANTAMENTO"
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-CTRECEB.

      *****************************************
      * REGISTRO DO ADIANTAMENTO: CLIENTE ATIVO, VALOR, FORMA EM
      * QUE O DINHEIRO ENTROU E O MODO DE CONSUMO; GRAVADO NO
      * CTRECEB E IMPRESSO O RECIBO EM RECADT
      *****************************************
       5000-REGISTRAR.
           PERFORM 4000-PEDIR-CLIENTE.

           IF ENTRADA-VALIDA AND CLI-ATIVO-NAO
               SET ENTRADA-INVALIDA TO TRUE
               DISPLAY "CLIENTE INATIVO - ADIANTAMENTO RECUSADO"
           END-IF.

           IF ENTRADA-VALIDA
               PERFORM 5100-PEDIR-DADOS
           END-IF.

           IF ENTRADA-VALIDA
               MOVE WS-VALOR TO WS-VALOR-EDITADO
               DISPLAY "CONFIRMA O ADIANTAMENTO DE " WS-VALOR-EDITADO
                   " (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 5200-PROXIMO-DOCUMENTO
                   PERFORM 5300-GRAVAR-ADIANTAMENTO
               ELSE
                   DISPLAY "REGISTRO CANCELADO"
               END-IF
           END-IF.

       5100-PEDIR-DADOS.
           DISPLAY "DIGITE O VALOR DO ADIANTAMENTO".
           ACCEPT WS-VALOR.
           DISPLAY "FORMA DE RECEBIMENTO (01=DINHEIRO 02=CARTAO "
               "03=PIX)".
           ACCEPT WS-FORMA.
           DISPLAY "CONSUMO (A=AUTOMATICO NOS TITULOS EM ABERTO "
               "V=ESCOLHIDO NA VENDA)".
           ACCEPT WS-CONSUMO.

           IF WS-VALOR NOT > ZEROS
               SET ENTRADA-INVALIDA TO TRUE
               DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
           END-IF.

           IF ENTRADA-VALIDA
               IF WS-FORMA < 1 OR WS-FORMA > 3
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "FORMA DE RECEBIMENTO INVALIDA"
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               IF WS-CONSUMO = "a"
                   MOVE "A" TO WS-CONSUMO
               END-IF
               IF WS-CONSUMO = "v"
                   MOVE "V" TO WS-CONSUMO
               END-IF
               IF WS-CONSUMO NOT = "A" AND NOT = "V"
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "CONSUMO DEVE SER A OU V"
               END-IF
           END-IF.

      *****************************************
      * DOCUMENTO = MAIOR 1NNNNNNN DO CLIENTE MAIS UM. OS TITULOS
      * DO GERAREC (AAAAMMDD) E AS PARCELAS DE PLANO (AAMMDDNN)
      * FICAM ACIMA DESSA FAIXA
      *****************************************
       5200-PROXIMO-DOCUMENTO.
           MOVE 10000000 TO WS-ULTIMO-DOCUMENTO.

           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE 10000000 TO REC-DOCUMENTO.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-CTRECEB
           END-START.

           PERFORM 5210-PROXIMO-DOCUMENTO-LOOP
               UNTIL WS-FS-CTRECEB NOT = "00".

           MOVE "00" TO WS-FS-CTRECEB.

           COMPUTE WS-DOCUMENTO = WS-ULTIMO-DOCUMENTO + 1.

       5210-PROXIMO-DOCUMENTO-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                           OR REC-DOCUMENTO > 19999999
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       MOVE REC-DOCUMENTO TO WS-ULTIMO-DOCUMENTO
                   END-IF
           END-READ.

       5300-GRAVAR-ADIANTAMENTO.
           MOVE WS-CLIENTE TO REC-CLIENTE.
           MOVE WS-DOCUMENTO TO REC-DOCUMENTO.
           MOVE DMV-DATA TO REC-DATA-EMISSAO.
           MOVE DMV-DATA TO REC-VENCIMENTO.
           MOVE WS-VALOR TO REC-VALOR.
           MOVE WS-VALOR TO REC-SALDO.
           MOVE "N" TO REC-SITUACAO-BANCO.
           MOVE "A" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE WS-CONSUMO TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO.
           MOVE WS-FORMA TO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ADIANTAMENTO - DOCUMENTO "
                       WS-DOCUMENTO " JA EXISTE"
               NOT INVALID KEY
                   DISPLAY "ADIANTAMENTO REGISTRADO - DOCUMENTO "
                       WS-DOCUMENTO
                   SET RECIBO-DE-ADIANTAMENTO TO TRUE
                   PERFORM 8000-IMPRIMIR-RECIBO
           END-WRITE.
           MOVE "00" TO WS-FS-CTRECEB.

      *****************************************
      * TODOS OS ADIANTAMENTOS DO CLIENTE, CONSUMIDOS OU NAO, COM O
      * SALDO DISPONIVEL NO FIM
      *****************************************
       6000-CONSULTAR.
           PERFORM 4000-PEDIR-CLIENTE.

           IF ENTRADA-VALIDA
               MOVE ZEROS TO WS-CONT-ADIANTAMENTOS WS-TOTAL-SALDO
               DISPLAY "DOCUMENTO EMISSAO       VALOR       SALDO "
                   "CONSUMO USO NA VENDA BAIXA"

               MOVE WS-CLIENTE TO REC-CLIENTE
               MOVE 10000000 TO REC-DOCUMENTO
               START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-CTRECEB
               END-START

               PERFORM 6100-CONSULTAR-LOOP
                   UNTIL WS-FS-CTRECEB NOT = "00"
               MOVE "00" TO WS-FS-CTRECEB

               MOVE WS-CONT-ADIANTAMENTOS TO WS-CONT-EDITADO
               MOVE WS-TOTAL-SALDO TO WS-TOTAL-EDITADO
               DISPLAY "ADIANTAMENTOS: " WS-CONT-EDITADO
                   " SALDO DISPONIVEL: " WS-TOTAL-EDITADO
           END-IF.

       6100-CONSULTAR-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = WS-CLIENTE
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-TIPO-ADIANTAMENTO
                           ADD 1 TO WS-CONT-ADIANTAMENTOS
                           ADD REC-SALDO TO WS-TOTAL-SALDO
                           MOVE REC-VALOR TO WS-VALOR-EDITADO
                           MOVE REC-SALDO TO WS-SALDO-EDITADO
                           DISPLAY REC-DOCUMENTO "  " REC-DATA-EMISSAO
                               " " WS-VALOR-EDITADO " "
                               WS-SALDO-EDITADO "    " REC-ADT-CONSUMO
                               "    " REC-ADT-DATA-USO "   "
                               REC-DATA-BAIXA
                       END-IF
                   END-IF
           END-READ.

       7000-REIMPRIMIR.
           PERFORM 4000-PEDIR-CLIENTE.

           IF ENTRADA-VALIDA
               PERFORM 4100-PEDIR-DOCUMENTO
           END-IF.

           IF ENTRADA-VALIDA
               MOVE REC-VALOR TO WS-VALOR
               MOVE REC-ADT-FORMA TO WS-FORMA
               SET RECIBO-DE-ADIANTAMENTO TO TRUE
               PERFORM 8000-IMPRIMIR-RECIBO
           END-IF.

      *****************************************
      * REEMBOLSO DO SALDO NAO CONSUMIDO: BAIXA O ADIANTAMENTO COM
      * CONSUMO "D" E IMPRIME O RECIBO DE DEVOLUCAO. ADIANTAMENTO JA
      * ESCOLHIDO NUMA VENDA AINDA NAO COMPENSADA NAO E DEVOLVIDO
      *****************************************
       7500-DEVOLVER.
           PERFORM 4000-PEDIR-CLIENTE.

           IF ENTRADA-VALIDA
               PERFORM 4100-PEDIR-DOCUMENTO
           END-IF.

           IF ENTRADA-VALIDA
               IF REC-SALDO NOT > ZEROS
                   SET ENTRADA-INVALIDA TO TRUE
                   DISPLAY "ADIANTAMENTO SEM SALDO A DEVOLVER"
               ELSE
                   IF REC-ADT-DATA-USO > ZEROS
                       SET ENTRADA-INVALIDA TO TRUE
                       DISPLAY "ADIANTAMENTO ESCOLHIDO NA VENDA DE "
                           REC-ADT-DATA-USO " - AGUARDE A COMPENSACAO"
                   END-IF
               END-IF
           END-IF.

           IF ENTRADA-VALIDA
               MOVE REC-SALDO TO WS-VALOR-DEVOLVIDO
               MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-EDITADO
               DISPLAY "CONFIRMA A DEVOLUCAO DE " WS-VALOR-EDITADO
                   " AO CLIENTE (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 7600-BAIXAR-DEVOLUCAO
               ELSE
                   DISPLAY "DEVOLUCAO CANCELADA"
               END-IF
           END-IF.

       7600-BAIXAR-DEVOLUCAO.
           MOVE ZEROS TO REC-SALDO.
           MOVE DMV-DATA TO REC-DATA-BAIXA.
           SET REC-ADT-DEVOLVIDO TO TRUE.

           REWRITE REC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O ADIANTAMENTO"
               NOT INVALID KEY
                   DISPLAY "SALDO DEVOLVIDO - ADIANTAMENTO BAIXADO"
                   MOVE REC-VALOR TO WS-VALOR
                   MOVE REC-ADT-FORMA TO WS-FORMA
                   SET RECIBO-DE-DEVOLUCAO TO TRUE
                   PERFORM 8000-IMPRIMIR-RECIBO
           END-REWRITE.
           MOVE "00" TO WS-FS-CTRECEB.

      *****************************************
      * RECIBO EM RECADT PARA ENTREGA AO CLIENTE: ADIANTAMENTO
      * RECEBIDO OU SALDO DEVOLVIDO. USA O CLIENTE JA LIDO DO CADCLI
      * E O ADIANTAMENTO NA AREA DO CTRECEB
      *****************************************
       8000-IMPRIMIR-RECIBO.
           EVALUATE WS-FORMA
               WHEN 1
                   MOVE "DINHEIRO" TO WS-NOME-FORMA
               WHEN 2
                   MOVE "CARTAO" TO WS-NOME-FORMA
               WHEN 3
                   MOVE "PIX" TO WS-NOME-FORMA
               WHEN OTHER
                   MOVE SPACES TO WS-NOME-FORMA
           END-EVALUATE.

           OPEN OUTPUT RECIBO-ADIANTAMENTO.

           MOVE SPACES TO RDA-LINHA.
           IF RECIBO-DE-ADIANTAMENTO
               STRING "RECIBO DE ADIANTAMENTO - DOCUMENTO "
                   REC-CLIENTE "/" REC-DOCUMENTO
                   DELIMITED BY SIZE INTO RDA-LINHA
           ELSE
               STRING "RECIBO DE DEVOLUCAO DE ADIANTAMENTO - "
                   "DOCUMENTO " REC-CLIENTE "/" REC-DOCUMENTO
                   DELIMITED BY SIZE INTO RDA-LINHA
           END-IF.
           WRITE RDA-LINHA.

           MOVE SPACES TO RDA-LINHA.
           STRING "DATA " DMV-DATA " OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE SPACES TO RDA-LINHA.
           STRING "CLIENTE " CLI-CODIGO " " CLI-NOME
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE SPACES TO RDA-LINHA.
           PERFORM 8050-EDITAR-DOCUMENTO.
           STRING "CPF/CNPJ " DMC-DOC-EDITADO
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE SPACES TO RDA-LINHA.
           WRITE RDA-LINHA.

           IF RECIBO-DE-ADIANTAMENTO
               PERFORM 8100-TEXTO-ADIANTAMENTO
           ELSE
               PERFORM 8200-TEXTO-DEVOLUCAO
           END-IF.

           MOVE SPACES TO RDA-LINHA.
           WRITE RDA-LINHA.
           MOVE SPACES TO RDA-LINHA.
           WRITE RDA-LINHA.
           MOVE "______________________________" TO RDA-LINHA.
           WRITE RDA-LINHA.
           IF RECIBO-DE-ADIANTAMENTO
               MOVE "ASSINATURA DO CAIXA" TO RDA-LINHA
           ELSE
               MOVE "ASSINATURA DO CLIENTE" TO RDA-LINHA
           END-IF.
           WRITE RDA-LINHA.

           CLOSE RECIBO-ADIANTAMENTO.
           DISPLAY "RECIBO IMPRESSO NO ARQUIVO RECADT".

      *****************************************
      * RECIBO: DOCUMENTO DO CLIENTE PELO DOCMASC, SEM OPERADOR
      * IDENTIFICADO NO PROGRAMA (NIVEL ZERO) - SAI MASCARADO
      *****************************************
       8050-EDITAR-DOCUMENTO.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           MOVE ZEROS TO DMC-NIVEL.
           MOVE WS-OPERADOR TO DMC-USUARIO.
           MOVE "RECADT" TO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

       8100-TEXTO-ADIANTAMENTO.
           MOVE WS-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO RDA-LINHA.
           STRING "RECEBEMOS A IMPORTANCIA DE R$ " WS-VALOR-EDITADO
               " EM " WS-NOME-FORMA
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE "A TITULO DE ADIANTAMENTO, A SER ABATIDO EM COMPRAS "
               TO RDA-LINHA.
           WRITE RDA-LINHA.
           MOVE "FUTURAS DO CLIENTE." TO RDA-LINHA.
           WRITE RDA-LINHA.

           IF REC-ADT-NA-VENDA
               MOVE "CONSUMO: INDICAR ESTE DOCUMENTO NO ATO DA COMPRA"
                   TO RDA-LINHA
           ELSE
               MOVE "CONSUMO: AUTOMATICO NOS TITULOS EM ABERTO"
                   TO RDA-LINHA
           END-IF.
           WRITE RDA-LINHA.

       8200-TEXTO-DEVOLUCAO.
           MOVE WS-VALOR-DEVOLVIDO TO WS-SALDO-EDITADO.
           MOVE SPACES TO RDA-LINHA.
           STRING "DEVOLVEMOS AO CLIENTE A IMPORTANCIA DE R$ "
               WS-SALDO-EDITADO
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE WS-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO RDA-LINHA.
           STRING "SALDO NAO CONSUMIDO DO ADIANTAMENTO DE R$ "
               WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

           MOVE SPACES TO RDA-LINHA.
           STRING "RECEBIDO EM " REC-DATA-EMISSAO " EM " WS-NOME-FORMA
               DELIMITED BY SIZE INTO RDA-LINHA.
           WRITE RDA-LINHA.

       END PROGRAM ADIANT.
