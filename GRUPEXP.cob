       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPEXP.
      *************************************
      *OBJETIVO: RELATORIO DE EXPOSICAO DE CREDITO POR GRUPO
      *ECONOMICO (RELGRUPO): PARA CADA GRUPO DO GRPMST LISTA AS
      *EMPRESAS LIGADAS (INDICE GRPCLI, CONFERIDO CONTRA O CLI-GRUPO
      *DO CADCLI) COM OS TITULOS EM ABERTO DE CADA UMA NO CTRECEB,
      *SUBTOTAL POR EMPRESA E A EXPOSICAO CONSOLIDADA DO GRUPO CONTRA
      *O LIMITE DO GRUPO - A MESMA CONTA QUE A VENDA FAZ NO PROJETO5
      *(SO TITULOS; NOTAS DE CREDITO E ADIANTAMENTOS FICAM FORA).
      *GRUPO ACIMA DO LIMITE SAI MARCADO E DEVOLVE RC 4.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CADASTRO-GRUPOS ASSIGN TO "GRPMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GRP-CODIGO
                   FILE STATUS IS WS-FS-GRPMST.

               SELECT INDICE-GRUPOS ASSIGN TO "GRPCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GRC-CHAVE
                   FILE STATUS IS WS-FS-GRPCLI.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT RELATORIO-GRUPOS ASSIGN TO "RELGRUPO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELGRP.
       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRUPO-REG.CPY".

           FD  INDICE-GRUPOS
               LABEL RECORD IS STANDARD.
               COPY "GRPCLI-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  RELATORIO-GRUPOS
               LABEL RECORD IS STANDARD.
           01  RGR-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-GRPMST PIC X(2) VALUE "00".
           77 WS-FS-GRPCLI PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-RELGRP PIC X(2) VALUE "00".
           77 WS-MEMBRO-VALIDO-SW PIC X(1).
               88 MEMBRO-VALIDO VALUE "S".
               88 MEMBRO-INVALIDO VALUE "N".
           77 WS-SALDO-MEMBRO PIC 9(10)V99.
           77 WS-VENCIDO-MEMBRO PIC 9(10)V99.
           77 WS-TITULOS-MEMBRO PIC 9(4).
           77 WS-EXPOSICAO-GRUPO PIC 9(10)V99.
           77 WS-VENCIDO-GRUPO PIC 9(10)V99.
           77 WS-MEMBROS-GRUPO PIC 9(4).
           77 WS-DIFERENCA PIC 9(10)V99.
           77 WS-PERC-USO PIC 9(5)V99.
           77 WS-EXPOSICAO-GERAL PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-GRUPOS PIC 9(4) VALUE ZEROS.
           77 WS-CONT-EXCEDIDOS PIC 9(4) VALUE ZEROS.
           77 WS-CONT-DESLIGADOS PIC 9(4) VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(8)9,99.
           77 WS-VALOR-EDITADO-2 PIC Z(8)9,99.
           77 WS-GERAL-EDITADO PIC Z(9)9,99.
           77 WS-PERC-EDITADO PIC ZZZZ9,99.
           77 WS-CONT-EDITADO PIC ZZZ9.
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-GRPMST NOT = "00".
           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE ZEROS TO RETURN-CODE.

           OPEN INPUT CADASTRO-GRUPOS.
           IF WS-FS-GRPMST NOT = "00"
               DISPLAY "CADASTRO DE GRUPOS GRPMST AUSENTE"
               MOVE "10" TO WS-FS-GRPMST
           END-IF.

           OPEN INPUT INDICE-GRUPOS.
           OPEN INPUT CADASTRO-CLIENTES.
           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-GRPCLI NOT = "00" OR WS-FS-CADCLI NOT = "00"
                   OR WS-FS-CTRECEB NOT = "00"
               DISPLAY "GRPCLI, CADCLI OU CTRECEB AUSENTE - "
                   "RELATORIO NAO GERADO"
               IF WS-FS-GRPMST = "00"
                   CLOSE CADASTRO-GRUPOS
               END-IF
               MOVE "10" TO WS-FS-GRPMST
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RELATORIO-GRUPOS.

           MOVE SPACES TO RGR-LINHA.
           STRING "EXPOSICAO DE CREDITO POR GRUPO ECONOMICO NA DATA "
               DMV-DATA DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

       2000-PROCESSAR.
           READ CADASTRO-GRUPOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-GRPMST
               NOT AT END
                   PERFORM 3000-RELATAR-GRUPO
           END-READ.

       3000-RELATAR-GRUPO.
           ADD 1 TO WS-CONT-GRUPOS.
           MOVE ZEROS TO WS-EXPOSICAO-GRUPO WS-VENCIDO-GRUPO
               WS-MEMBROS-GRUPO.

           MOVE SPACES TO RGR-LINHA.
           WRITE RGR-LINHA.
           MOVE GRP-LIMITE-CREDITO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "GRUPO " GRP-CODIGO " " GRP-NOME " SITUACAO "
               GRP-SITUACAO " CABECA " GRP-EMPRESA-LIDER
               " LIMITE " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

           MOVE GRP-CODIGO TO GRC-GRUPO.
           MOVE ZEROS TO GRC-CODIGO.
           START INDICE-GRUPOS KEY IS NOT LESS THAN GRC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-GRPCLI
           END-START.
           PERFORM 3100-LER-MEMBRO UNTIL WS-FS-GRPCLI NOT = "00".
           MOVE "00" TO WS-FS-GRPCLI.

           PERFORM 3500-FECHAR-GRUPO.

       3100-LER-MEMBRO.
           READ INDICE-GRUPOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-GRPCLI
               NOT AT END
                   IF GRC-GRUPO NOT = GRP-CODIGO
                       MOVE "10" TO WS-FS-GRPCLI
                   ELSE
                       PERFORM 3200-RELATAR-MEMBRO
                   END-IF
           END-READ.

      *****************************************
      * A LIGACAO DO INDICE SO VALE SE O CLIENTE AINDA TEM ESTE GRUPO
      * NO CADCLI; LIGACAO VENCIDA E CONTADA E PULADA (RECONSTRUIR O
      * GRPCLI PELO GRUPMNT)
      *****************************************
       3200-RELATAR-MEMBRO.
           SET MEMBRO-INVALIDO TO TRUE.
           MOVE GRC-CODIGO TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-GRUPO = GRP-CODIGO
                       SET MEMBRO-VALIDO TO TRUE
                   END-IF
           END-READ.

           IF MEMBRO-INVALIDO
               ADD 1 TO WS-CONT-DESLIGADOS
           ELSE
               ADD 1 TO WS-MEMBROS-GRUPO
               MOVE ZEROS TO WS-SALDO-MEMBRO WS-VENCIDO-MEMBRO
                   WS-TITULOS-MEMBRO
               MOVE CLI-LIMITE-CREDITO TO WS-VALOR-EDITADO
               MOVE SPACES TO RGR-LINHA
               STRING "  EMPRESA " CLI-CODIGO " " CLI-NOME
                   " ATIVO " CLI-ATIVO " LIMITE PROPRIO "
                   WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO RGR-LINHA
               WRITE RGR-LINHA

               MOVE CLI-CODIGO TO REC-CLIENTE
               MOVE ZEROS TO REC-DOCUMENTO
               START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-CTRECEB
               END-START
               PERFORM 3300-LER-TITULO UNTIL WS-FS-CTRECEB NOT = "00"
               MOVE "00" TO WS-FS-CTRECEB

               MOVE WS-SALDO-MEMBRO TO WS-VALOR-EDITADO
               MOVE WS-VENCIDO-MEMBRO TO WS-VALOR-EDITADO-2
               MOVE WS-TITULOS-MEMBRO TO WS-CONT-EDITADO
               MOVE SPACES TO RGR-LINHA
               STRING "    TITULOS " WS-CONT-EDITADO
                   " EM ABERTO DA EMPRESA: " WS-VALOR-EDITADO
                   " VENCIDO: " WS-VALOR-EDITADO-2
                   DELIMITED BY SIZE INTO RGR-LINHA
               WRITE RGR-LINHA

               ADD WS-SALDO-MEMBRO TO WS-EXPOSICAO-GRUPO
               ADD WS-VENCIDO-MEMBRO TO WS-VENCIDO-GRUPO
           END-IF.

       3300-LER-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-SALDO > ZEROS AND REC-TIPO-TITULO
                           PERFORM 3310-LISTAR-TITULO
                       END-IF
                   END-IF
           END-READ.

       3310-LISTAR-TITULO.
           ADD 1 TO WS-TITULOS-MEMBRO.
           ADD REC-SALDO TO WS-SALDO-MEMBRO.
           MOVE REC-SALDO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "      TITULO " REC-DOCUMENTO " VENCIMENTO "
               REC-VENCIMENTO " SALDO " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RGR-LINHA.
           IF REC-VENCIMENTO < DMV-DATA
               ADD REC-SALDO TO WS-VENCIDO-MEMBRO
               MOVE "VENCIDO" TO RGR-LINHA(64:7)
           END-IF.
           IF REC-EM-CONTESTACAO
               MOVE "CONTESTADO" TO RGR-LINHA(72:10)
           END-IF.
           WRITE RGR-LINHA.

      *****************************************
      * CONSOLIDADO DO GRUPO: EXPOSICAO, VENCIDO, USO DO LIMITE E O
      * QUE SOBRA OU ESTOURA (LIMITE ZERO = GRUPO SEM TETO)
      *****************************************
       3500-FECHAR-GRUPO.
           ADD WS-EXPOSICAO-GRUPO TO WS-EXPOSICAO-GERAL.

           MOVE WS-EXPOSICAO-GRUPO TO WS-VALOR-EDITADO.
           MOVE WS-VENCIDO-GRUPO TO WS-VALOR-EDITADO-2.
           MOVE WS-MEMBROS-GRUPO TO WS-CONT-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "  EXPOSICAO DO GRUPO (" WS-CONT-EDITADO
               " EMPRESAS): " WS-VALOR-EDITADO
               " VENCIDO: " WS-VALOR-EDITADO-2
               DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

           IF GRP-LIMITE-CREDITO > ZEROS
               COMPUTE WS-PERC-USO ROUNDED =
                   WS-EXPOSICAO-GRUPO * 100 / GRP-LIMITE-CREDITO
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PERC-USO
               END-COMPUTE
               MOVE WS-PERC-USO TO WS-PERC-EDITADO
               MOVE SPACES TO RGR-LINHA
               IF WS-EXPOSICAO-GRUPO > GRP-LIMITE-CREDITO
                   ADD 1 TO WS-CONT-EXCEDIDOS
                   COMPUTE WS-DIFERENCA =
                       WS-EXPOSICAO-GRUPO - GRP-LIMITE-CREDITO
                   MOVE WS-DIFERENCA TO WS-VALOR-EDITADO
                   STRING "  USO DO LIMITE: " WS-PERC-EDITADO
                       "% *** LIMITE DO GRUPO EXCEDIDO EM "
                       WS-VALOR-EDITADO " ***"
                       DELIMITED BY SIZE INTO RGR-LINHA
               ELSE
                   COMPUTE WS-DIFERENCA =
                       GRP-LIMITE-CREDITO - WS-EXPOSICAO-GRUPO
                   MOVE WS-DIFERENCA TO WS-VALOR-EDITADO
                   STRING "  USO DO LIMITE: " WS-PERC-EDITADO
                       "% DISPONIVEL: " WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO RGR-LINHA
               END-IF
               WRITE RGR-LINHA
           ELSE
               MOVE "  GRUPO SEM LIMITE CONSOLIDADO" TO RGR-LINHA
               WRITE RGR-LINHA
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO RGR-LINHA.
           WRITE RGR-LINHA.

           MOVE WS-CONT-GRUPOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "GRUPOS RELATADOS..............: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

           MOVE WS-CONT-EXCEDIDOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "GRUPOS ACIMA DO LIMITE........: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

           MOVE WS-EXPOSICAO-GERAL TO WS-GERAL-EDITADO.
           MOVE SPACES TO RGR-LINHA.
           STRING "EXPOSICAO TOTAL DOS GRUPOS....: " WS-GERAL-EDITADO
               DELIMITED BY SIZE INTO RGR-LINHA.
           WRITE RGR-LINHA.

           IF WS-CONT-DESLIGADOS > ZEROS
               MOVE WS-CONT-DESLIGADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RGR-LINHA
               STRING "LIGACOES DO GRPCLI SEM CORRESPONDENCIA NO "
                   "CADCLI: " WS-CONT-EDITADO
                   " (RECONSTRUIR PELO GRUPMNT)"
                   DELIMITED BY SIZE INTO RGR-LINHA
               WRITE RGR-LINHA
           END-IF.

           IF WS-CONT-EXCEDIDOS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-FS-GRPMST = "10" AND RETURN-CODE NOT = 8
               CLOSE CADASTRO-GRUPOS
           END-IF.
           IF WS-FS-GRPCLI = "00"
               CLOSE INDICE-GRUPOS
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           IF WS-FS-CTRECEB = "00"
               CLOSE CONTAS-RECEBER
           END-IF.
           CLOSE RELATORIO-GRUPOS.

           DISPLAY "EXPOSICAO POR GRUPO ECONOMICO GERADA EM RELGRUPO".

       END PROGRAM GRUPEXP.
