       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMASC.
      *********************************
      * OBJETIVO: MODULO UNICO DE APRESENTACAO DO CPF/CNPJ DO
      *           CLIENTE EM TELAS, RELATORIOS E EXTRATOS: EDITA O
      *           DOCUMENTO COMPLETO PARA OS NIVEIS DE ACESSO
      *           LIBERADOS NO DOCCFG (UM NIVEL POR LINHA; SEM O
      *           ARQUIVO SO O ADM) E MASCARADO PARA OS DEMAIS.
      *           CADA VISAO COMPLETA EM TELA VAI AO AUDITLOG
      *           (ACAO DOCVISTO, DETALHE COM O CODIGO DO CLIENTE,
      *           QUE ASSIM APARECE NO RELATORIO DO TITULAR); NOS
      *           RELATORIOS VAI UMA LINHA DOCRELAT POR EMISSAO COM
      *           O TOTAL DE DOCUMENTOS IMPRESSOS COMPLETOS.
      *           INTERFACES COM BANCO E BIRO (BOLETO, REMESSA,
      *           NEGATIVACAO, CHEQUES) NAO PASSAM POR AQUI
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CONFIG-DOCUMENTO ASSIGN TO "DOCCFG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-DOCCFG.

       DATA DIVISION.
           FILE SECTION.
           FD  CONFIG-DOCUMENTO
               LABEL RECORD IS STANDARD.
           01  DCF-LINHA.
               05 DCF-NIVEL PIC 9(2).

           WORKING-STORAGE SECTION.
               77 WS-FS-DOCCFG PIC X(2) VALUE "00".
               77 WS-CONFIG-SW PIC X(1) VALUE "N".
                   88 CONFIG-CARREGADA VALUE "S".
               77 WS-NIV-I PIC 9(2).
               77 WS-NIV-QTD PIC 9(2) VALUE ZEROS.
               77 WS-NIVEL-SW PIC X(1).
                   88 NIVEL-LIBERADO VALUE "S".
                   88 NIVEL-RESTRITO VALUE "N".
               77 WS-CONT-COMPLETOS PIC 9(6) VALUE ZEROS.
               01 WS-NIV-TABELA.
                   05 WS-NIV-ITEM PIC 9(2) OCCURS 10 TIMES.
               01 WS-DOC-TEXTO PIC X(14).
               COPY "AUDITW-REG.CPY".

           LINKAGE SECTION.
               COPY "DOCMASC-REG.CPY".

       PROCEDURE DIVISION USING DMC-AREA.
       0001-PRINCIPAL.
           IF NOT CONFIG-CARREGADA
               PERFORM 1000-CARREGAR-NIVEIS
           END-IF.

           EVALUATE TRUE
               WHEN DMC-FUNCAO-FECHAR
                   PERFORM 4000-FECHAR-RELATORIO
               WHEN DMC-DOCUMENTO NOT NUMERIC
               WHEN DMC-DOCUMENTO = ZEROS
                   MOVE SPACES TO DMC-DOC-EDITADO
                   SET DMC-MASCARADO TO TRUE
               WHEN DMC-FUNCAO-REGISTRAR
                   PERFORM 2000-EDITAR-COMPLETO
                   SET DMC-COMPLETO TO TRUE
                   PERFORM 3000-REGISTRAR-VISAO
               WHEN OTHER
                   PERFORM 1500-VERIFICAR-NIVEL
                   IF NIVEL-LIBERADO
                       PERFORM 2000-EDITAR-COMPLETO
                       SET DMC-COMPLETO TO TRUE
                       IF DMC-FUNCAO-LISTAR
                           ADD 1 TO WS-CONT-COMPLETOS
                       ELSE
                           PERFORM 3000-REGISTRAR-VISAO
                       END-IF
                   ELSE
                       PERFORM 2500-EDITAR-MASCARADO
                       SET DMC-MASCARADO TO TRUE
                   END-IF
           END-EVALUATE.

           GOBACK.

       1000-CARREGAR-NIVEIS.
           MOVE ZEROS TO WS-NIV-QTD.

           OPEN INPUT CONFIG-DOCUMENTO.
           IF WS-FS-DOCCFG = "00"
               PERFORM 1100-LER-NIVEL
                   UNTIL WS-FS-DOCCFG NOT = "00"
               CLOSE CONFIG-DOCUMENTO
           END-IF.
           MOVE "00" TO WS-FS-DOCCFG.

           IF WS-NIV-QTD = ZEROS
               MOVE 1 TO WS-NIV-QTD
               MOVE 01 TO WS-NIV-ITEM(1)
           END-IF.

           SET CONFIG-CARREGADA TO TRUE.

       1100-LER-NIVEL.
           READ CONFIG-DOCUMENTO
               AT END
                   MOVE "10" TO WS-FS-DOCCFG
               NOT AT END
                   IF DCF-NIVEL IS NUMERIC AND DCF-NIVEL > ZEROS
                           AND WS-NIV-QTD < 10
                       ADD 1 TO WS-NIV-QTD
                       MOVE DCF-NIVEL TO WS-NIV-ITEM(WS-NIV-QTD)
                   END-IF
           END-READ.

       1500-VERIFICAR-NIVEL.
           SET NIVEL-RESTRITO TO TRUE.

           IF DMC-NIVEL IS NUMERIC AND DMC-NIVEL > ZEROS
               PERFORM VARYING WS-NIV-I FROM 1 BY 1
                       UNTIL WS-NIV-I > WS-NIV-QTD OR NIVEL-LIBERADO
                   IF WS-NIV-ITEM(WS-NIV-I) = DMC-NIVEL
                       SET NIVEL-LIBERADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************
      * CPF OCUPA AS 11 POSICOES DA DIREITA DO CAMPO DE 14; O TIPO
      * EM BRANCO E DEDUZIDO PELO TAMANHO DO NUMERO
      *****************************************
       1900-DEFINIR-TIPO.
           MOVE DMC-DOCUMENTO TO WS-DOC-TEXTO.

           IF DMC-TIPO-PESSOA NOT = "F" AND DMC-TIPO-PESSOA NOT = "J"
               IF DMC-DOCUMENTO > 99999999999
                   MOVE "J" TO DMC-TIPO-PESSOA
               ELSE
                   MOVE "F" TO DMC-TIPO-PESSOA
               END-IF
           END-IF.

       2000-EDITAR-COMPLETO.
           PERFORM 1900-DEFINIR-TIPO.
           MOVE SPACES TO DMC-DOC-EDITADO.

           IF DMC-TIPO-PESSOA = "J"
               STRING WS-DOC-TEXTO(1:2) "." WS-DOC-TEXTO(3:3) "."
                   WS-DOC-TEXTO(6:3) "/" WS-DOC-TEXTO(9:4) "-"
                   WS-DOC-TEXTO(13:2)
                   DELIMITED BY SIZE INTO DMC-DOC-EDITADO
           ELSE
               STRING WS-DOC-TEXTO(4:3) "." WS-DOC-TEXTO(7:3) "."
                   WS-DOC-TEXTO(10:3) "-" WS-DOC-TEXTO(13:2)
                   DELIMITED BY SIZE INTO DMC-DOC-EDITADO
           END-IF.

       2500-EDITAR-MASCARADO.
           PERFORM 1900-DEFINIR-TIPO.
           MOVE SPACES TO DMC-DOC-EDITADO.

           IF DMC-TIPO-PESSOA = "J"
               STRING "**." WS-DOC-TEXTO(3:3) "."
                   WS-DOC-TEXTO(6:3) "/" WS-DOC-TEXTO(9:4) "-**"
                   DELIMITED BY SIZE INTO DMC-DOC-EDITADO
           ELSE
               STRING "***." WS-DOC-TEXTO(7:3) "."
                   WS-DOC-TEXTO(10:3) "-**"
                   DELIMITED BY SIZE INTO DMC-DOC-EDITADO
           END-IF.

      *****************************************
      * O DETALHE COMECA PELO CODIGO DO CLIENTE PARA A LINHA ENTRAR
      * NO RELATORIO LGPD DO TITULAR (LGPDREL)
      *****************************************
       3000-REGISTRAR-VISAO.
           MOVE DMC-USUARIO TO AUW-USUARIO.
           MOVE "DOCVISTO" TO AUW-ACAO.
           MOVE SPACES TO AUW-DETALHE.

           IF DMC-CLIENTE IS NUMERIC AND DMC-CLIENTE > ZEROS
               STRING DMC-CLIENTE " " DMC-PROGRAMA
                   DELIMITED BY SIZE INTO AUW-DETALHE
           ELSE
               STRING "DOC " DMC-PROGRAMA
                   DELIMITED BY SIZE INTO AUW-DETALHE
           END-IF.

           CALL "AUDITW" USING AUW-AREA.

       4000-FECHAR-RELATORIO.
           MOVE WS-CONT-COMPLETOS TO DMC-QTD-COMPLETOS.

           IF WS-CONT-COMPLETOS > ZEROS
               MOVE DMC-USUARIO TO AUW-USUARIO
               MOVE "DOCRELAT" TO AUW-ACAO
               MOVE SPACES TO AUW-DETALHE
               STRING DMC-PROGRAMA " " WS-CONT-COMPLETOS " DOCS"
                   DELIMITED BY SIZE INTO AUW-DETALHE
               CALL "AUDITW" USING AUW-AREA
           END-IF.

           MOVE ZEROS TO WS-CONT-COMPLETOS.

       END PROGRAM DOCMASC.
