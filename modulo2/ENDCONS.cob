       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDCONS.
      *********************************
      * OBJETIVO: MODULO DE CONSULTA DOS ENDERECOS E CONTATOS
      *           ADICIONAIS DO CLIENTE (CLIEND): RECEBE CLIENTE E
      *           TIPO VIA LINKAGE E DEVOLVE O REGISTRO PREFERENCIAL
      *           DAQUELE TIPO (OU O PRIMEIRO, SE NENHUM FOR
      *           PREFERENCIAL). SEM REGISTRO DO TIPO OS CAMPOS DE
      *           SAIDA FICAM COMO VIERAM (DADOS DO CADCLI). O ARQUIVO
      *           FICA ABERTO ENTRE AS CHAMADAS; A FUNCAO "F" FECHA
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ENDERECOS-CLIENTES ASSIGN TO "CLIEND"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ECT-CHAVE
                       FILE STATUS IS WS-FS-CLIEND.

       DATA DIVISION.
           FILE SECTION.
           FD  ENDERECOS-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "ENDCLI-REG.CPY".

           WORKING-STORAGE SECTION.
               77 WS-FS-CLIEND PIC X(2) VALUE "00".
               77 WS-ARQUIVO-SW PIC X(1) VALUE "N".
                   88 ARQUIVO-ABERTO VALUE "S".
                   88 ARQUIVO-FECHADO VALUE "N".
               77 WS-PREFERIDO-SW PIC X(1).
                   88 PREFERIDO-ACHADO VALUE "S".
                   88 PREFERIDO-NAO-ACHADO VALUE "N".
               01 WS-ESCOLHIDO.
                   05 WS-ESC-NOME-CONTATO PIC X(30).
                   05 WS-ESC-ENDERECO PIC X(40).
                   05 WS-ESC-CEP PIC 9(8).
                   05 WS-ESC-TELEFONE PIC X(15).
                   05 WS-ESC-EMAIL PIC X(40).

           LINKAGE SECTION.
               COPY "ENDCONS-REG.CPY".

       PROCEDURE DIVISION USING ECS-AREA.
       0001-PRINCIPAL.
           IF ECS-FECHAR
               IF ARQUIVO-ABERTO
                   CLOSE ENDERECOS-CLIENTES
                   SET ARQUIVO-FECHADO TO TRUE
               END-IF
           ELSE
               SET ECS-NAO-ACHADO TO TRUE
               IF ARQUIVO-FECHADO
                   OPEN INPUT ENDERECOS-CLIENTES
                   IF WS-FS-CLIEND = "00"
                       SET ARQUIVO-ABERTO TO TRUE
                   END-IF
               END-IF
               IF ARQUIVO-FECHADO
                   SET ECS-SEM-ARQUIVO TO TRUE
               ELSE
                   PERFORM 1000-PESQUISAR-TIPO
               END-IF
           END-IF.

           MOVE "00" TO WS-FS-CLIEND.

           GOBACK.

       1000-PESQUISAR-TIPO.
           SET PREFERIDO-NAO-ACHADO TO TRUE.
           MOVE ECS-CLIENTE TO ECT-CLIENTE.
           MOVE ZEROS TO ECT-SEQUENCIA.
           START ENDERECOS-CLIENTES KEY IS NOT LESS THAN ECT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CLIEND
           END-START.

           PERFORM 1100-PESQUISAR-TIPO-LOOP
               UNTIL WS-FS-CLIEND NOT = "00" OR PREFERIDO-ACHADO.

           IF ECS-ACHADO
               IF WS-ESC-NOME-CONTATO NOT = SPACES
                   MOVE WS-ESC-NOME-CONTATO TO ECS-NOME-CONTATO
               END-IF
               IF WS-ESC-ENDERECO NOT = SPACES
                   MOVE WS-ESC-ENDERECO TO ECS-ENDERECO
                   MOVE WS-ESC-CEP TO ECS-CEP
               END-IF
               IF WS-ESC-TELEFONE NOT = SPACES
                   MOVE WS-ESC-TELEFONE TO ECS-TELEFONE
               END-IF
               IF WS-ESC-EMAIL NOT = SPACES
                   MOVE WS-ESC-EMAIL TO ECS-EMAIL
               END-IF
           END-IF.

       1100-PESQUISAR-TIPO-LOOP.
           READ ENDERECOS-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CLIEND
               NOT AT END
                   IF ECT-CLIENTE NOT = ECS-CLIENTE
                       MOVE "10" TO WS-FS-CLIEND
                   ELSE
                       IF ECT-TIPO = ECS-TIPO
                           PERFORM 1200-AVALIAR-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       1200-AVALIAR-REGISTRO.
           IF ECS-NAO-ACHADO OR ECT-PREFERIDO
               MOVE ECT-NOME-CONTATO TO WS-ESC-NOME-CONTATO
               MOVE ECT-ENDERECO TO WS-ESC-ENDERECO
               MOVE ECT-CEP TO WS-ESC-CEP
               MOVE ECT-TELEFONE TO WS-ESC-TELEFONE
               MOVE ECT-EMAIL TO WS-ESC-EMAIL
               SET ECS-ACHADO TO TRUE
           END-IF.

           IF ECT-PREFERIDO
               SET PREFERIDO-ACHADO TO TRUE
           END-IF.

       END PROGRAM ENDCONS.
