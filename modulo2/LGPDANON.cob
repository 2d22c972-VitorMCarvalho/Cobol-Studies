      *           VOLTA, DE MODO QUE NENHUMA LINHA DE OUTROS
      *           TITULARES SE PERDE, QUALQUER QUE SEJA O TAMANHO.
      *           AS LINHAS DO AUDITLOG CARREGAM APENAS O CODIGO,
      *           SEM DADO PESSOAL, E POR ISSO PERMANECEM. OS
      *           ENDERECOS E CONTATOS ADICIONAIS DO TITULAR (CLIEND)
      *           NAO SERVEM A MAIS NADA SEM O CADASTRO E SAO EXCLUIDOS
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-ARCWK.

                   SELECT ENDERECOS-CLIENTES ASSIGN TO "CLIEND"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ECT-CHAVE
                       FILE STATUS IS WS-FS-CLIEND.

                   SELECT HISTORICO-ALTERACOES ASSIGN TO "HISTCLI"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-HIST.
           01  ARC-LINHA.
               05 ARC-DATA-PURGA PIC 9(8).
               05 FILLER PIC X(1).
               05 ARC-CLI-REGISTRO PIC X(184).

           FD  TRABALHO-PURGADOS
               LABEL RECORD IS STANDARD.
           01  AWK-LINHA PIC X(193).

           FD  ENDERECOS-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "ENDCLI-REG.CPY".

           FD  HISTORICO-ALTERACOES
               LABEL RECORD IS STANDARD.
               77 WS-FS-ARCWK PIC X(2) VALUE "00".
               77 WS-FS-HIST PIC X(2) VALUE "00".
               77 WS-FS-HSTWK PIC X(2) VALUE "00".
               77 WS-FS-CLIEND PIC X(2) VALUE "00".
               77 WS-CONT-ENDERECOS PIC 9(3) VALUE ZEROS.
               77 WS-CODIGO-ANONIMIZAR PIC 9(6).
               77 WS-CONT-MASCARADOS PIC 9(5) VALUE ZEROS.
               77 WS-CONT-EDITADO PIC Z(4)9.
                   ==CLI-NAO-CONSENTIU== BY ==WS-ARC-NAO-CONS==
                   ==CLI-SEM-CONSENTIMENTO== BY ==WS-ARC-SEM-CONS==
                   ==CLI-DATA-CONSENTIMENTO== BY ==WS-ARC-DT-CONS==
                   ==CLI-CANAL-CONSENTIMENTO== BY ==WS-ARC-CANAL==
                   ==CLI-SCORE== BY ==WS-ARC-SCORE==
                   ==CLI-FAIXA-SCORE== BY ==WS-ARC-FAIXA-SCORE==
                   ==CLI-DATA-SCORE== BY ==WS-ARC-DT-SCORE==
                   ==CLI-GRUPO== BY ==WS-ARC-GRUPO==.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-ANONIMIZAR-ARQUIVADOS.
           PERFORM 3000-ANONIMIZAR-HISTORICO.
           PERFORM 4000-EXCLUIR-ENDERECOS.
           PERFORM 9000-FINALIZAR.

           STOP RUN.
                   WRITE HST-LINHA
           END-READ.

       4000-EXCLUIR-ENDERECOS.
           OPEN I-O ENDERECOS-CLIENTES.
           IF WS-FS-CLIEND = "00"
               MOVE WS-CODIGO-ANONIMIZAR TO ECT-CLIENTE
               MOVE ZEROS TO ECT-SEQUENCIA
               START ENDERECOS-CLIENTES KEY IS NOT LESS THAN ECT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-CLIEND
               END-START
               PERFORM 4100-EXCLUIR-ENDERECO
                   UNTIL WS-FS-CLIEND NOT = "00"
               CLOSE ENDERECOS-CLIENTES
           END-IF.

           MOVE "00" TO WS-FS-CLIEND.

       4100-EXCLUIR-ENDERECO.
           READ ENDERECOS-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CLIEND
               NOT AT END
                   IF ECT-CLIENTE NOT = WS-CODIGO-ANONIMIZAR
                       MOVE "10" TO WS-FS-CLIEND
                   ELSE
                       DELETE ENDERECOS-CLIENTES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-ENDERECOS
                       END-DELETE
                   END-IF
           END-READ.

       9000-FINALIZAR.
           MOVE WS-CONT-MASCARADOS TO WS-CONT-EDITADO.
           DISPLAY "REGISTROS MASCARADOS: " WS-CONT-EDITADO.
           MOVE WS-CONT-ENDERECOS TO WS-CONT-EDITADO.
           DISPLAY "ENDERECOS/CONTATOS EXCLUIDOS: " WS-CONT-EDITADO.

       END PROGRAM LGPDANON.
