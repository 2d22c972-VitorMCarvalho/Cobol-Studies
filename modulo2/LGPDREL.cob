      *           CLIENTE PELO INDICE DE CPF DO CADASTRO (OU NO
      *           ARQUIVO DE PURGADOS) E IMPRIME EM RELLGPD TUDO O
      *           QUE O SISTEMA GUARDA SOBRE ELE: DADOS CADASTRAIS,
      *           ENDERECOS E CONTATOS ADICIONAIS (CLIEND),
      *           HISTORICO DE VENDAS (VENDCLI) E AS LINHAS DE
      *           AUDITORIA (AUDITLOG) QUE O REFERENCIAM
      * AUTHOR  : VITOR
                       RECORD KEY IS VDC-CHAVE
                       FILE STATUS IS WS-FS-VENDCLI.

                   SELECT ENDERECOS-CLIENTES ASSIGN TO "CLIEND"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ECT-CHAVE
                       FILE STATUS IS WS-FS-CLIEND.

                   SELECT AUDITORIA-LOG ASSIGN TO "AUDITLOG"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-AUDIT.
               LABEL RECORD IS STANDARD.
               COPY "VENDCLI-REG.CPY".

           FD  ENDERECOS-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "ENDCLI-REG.CPY".

           FD  AUDITORIA-LOG
               LABEL RECORD IS STANDARD.
           01  AUD-LINHA PIC X(80).
           01  ARC-LINHA.
               05 ARC-DATA-PURGA PIC 9(8).
               05 FILLER PIC X(1).
               05 ARC-CLI-REGISTRO PIC X(184).

           FD  RELATORIO-LGPD
               LABEL RECORD IS STANDARD.
           WORKING-STORAGE SECTION.
               77 WS-FS-CADCLI PIC X(2) VALUE "00".
               77 WS-FS-VENDCLI PIC X(2) VALUE "00".
               77 WS-FS-CLIEND PIC X(2) VALUE "00".
               77 WS-FS-AUDIT PIC X(2) VALUE "00".
               77 WS-FS-ARCCLI PIC X(2) VALUE "00".
               77 WS-FS-RELLGP PIC X(2) VALUE "00".
                   ==CLI-NAO-CONSENTIU== BY ==WS-ARC-NAO-CONS==
                   ==CLI-SEM-CONSENTIMENTO== BY ==WS-ARC-SEM-CONS==
                   ==CLI-DATA-CONSENTIMENTO== BY ==WS-ARC-DT-CONS==
                   ==CLI-CANAL-CONSENTIMENTO== BY ==WS-ARC-CANAL==
                   ==CLI-SCORE== BY ==WS-ARC-SCORE==
                   ==CLI-FAIXA-SCORE== BY ==WS-ARC-FAIXA-SCORE==
                   ==CLI-DATA-SCORE== BY ==WS-ARC-DT-SCORE==
                   ==CLI-GRUPO== BY ==WS-ARC-GRUPO==.
               COPY "DOCMASC-REG.CPY".
               01 WS-AUD-REG.
                   05 WS-AUD-USUARIO PIC X(10).
                   05 FILLER PIC X(1).
           PERFORM 1000-INICIAR.

           IF TITULAR-LOCALIZADO
               PERFORM 2500-LISTAR-ENDERECOS
               PERFORM 3000-LISTAR-VENDAS
               PERFORM 4000-LISTAR-AUDITORIA
                   UNTIL WS-FS-AUDIT NOT = "00"
           WRITE LGP-LINHA.

           MOVE SPACES TO LGP-LINHA.
           PERFORM 2150-EDITAR-DOCUMENTO.
           STRING "  CPF/CNPJ " DMC-DOC-EDITADO " TELEFONE "
               CLI-TELEFONE DELIMITED BY SIZE INTO LGP-LINHA.
           WRITE LGP-LINHA.

           MOVE SPACES TO LGP-LINHA.
               DELIMITED BY SIZE INTO LGP-LINHA.
           WRITE LGP-LINHA.

      *****************************************
      * O RELATORIO E EMITIDO SEM OPERADOR IDENTIFICADO: O DOCUMENTO
      * SAI MASCARADO PELO DOCMASC (O TITULAR JA O INFORMOU)
      *****************************************
       2150-EDITAR-DOCUMENTO.
           SET DMC-FUNCAO-LISTAR TO TRUE.
           MOVE CLI-CPF TO DMC-DOCUMENTO.
           MOVE CLI-TIPO-PESSOA TO DMC-TIPO-PESSOA.
           MOVE CLI-CODIGO TO DMC-CLIENTE.
           MOVE ZEROS TO DMC-NIVEL.
           MOVE "LGPDREL" TO DMC-USUARIO.
           MOVE "RELLGPD" TO DMC-PROGRAMA.
           CALL "DOCMASC" USING DMC-AREA.

       2500-LISTAR-ENDERECOS.
           MOVE "ENDERECOS E CONTATOS ADICIONAIS" TO LGP-LINHA.
           WRITE LGP-LINHA.

           OPEN INPUT ENDERECOS-CLIENTES.
           IF WS-FS-CLIEND = "00"
               MOVE WS-CODIGO-TITULAR TO ECT-CLIENTE
               MOVE ZEROS TO ECT-SEQUENCIA
               START ENDERECOS-CLIENTES KEY IS NOT LESS THAN ECT-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-CLIEND
               END-START
               PERFORM 2510-LISTAR-ENDERECO-LOOP
                   UNTIL WS-FS-CLIEND NOT = "00"
               CLOSE ENDERECOS-CLIENTES
           END-IF.
           MOVE "00" TO WS-FS-CLIEND.

       2510-LISTAR-ENDERECO-LOOP.
           READ ENDERECOS-CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CLIEND
               NOT AT END
                   IF ECT-CLIENTE NOT = WS-CODIGO-TITULAR
                       MOVE "10" TO WS-FS-CLIEND
                   ELSE
                       MOVE SPACES TO LGP-LINHA
                       STRING "  SEQ " ECT-SEQUENCIA " TIPO " ECT-TIPO
                           " CONTATO " ECT-NOME-CONTATO
                           " TELEFONE " ECT-TELEFONE
                           DELIMITED BY SIZE INTO LGP-LINHA
                       WRITE LGP-LINHA
                       MOVE SPACES TO LGP-LINHA
                       STRING "    ENDERECO " ECT-ENDERECO " CEP "
                           ECT-CEP
                           DELIMITED BY SIZE INTO LGP-LINHA
                       WRITE LGP-LINHA
                       MOVE SPACES TO LGP-LINHA
                       STRING "    E-MAIL " ECT-EMAIL
                           DELIMITED BY SIZE INTO LGP-LINHA
                       WRITE LGP-LINHA
                   END-IF
           END-READ.

       3000-LISTAR-VENDAS.
           MOVE "HISTORICO DE VENDAS" TO LGP-LINHA.
           WRITE LGP-LINHA.
