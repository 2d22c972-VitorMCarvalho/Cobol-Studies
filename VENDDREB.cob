       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDDREB.
      *************************************
      *OBJETIVO: REORGANIZACAO E CONFERENCIA DO CAMINHO POR DATA DO
      *DETALHE DE VENDAS (VENDDET, CHAVE ALTERNATIVA VDT-DATA): NA
      *OPCAO R RECARREGA O VENDDET A PARTIR DA COPIA DO ARQUIVO
      *ANTIGO (VENDDETA, GRAVADO SEM A CHAVE DE DATA), MONTANDO O
      *INDICE POR DATA; EM AMBAS AS OPCOES LE O VENDDET PELA CHAVE
      *PRINCIPAL E PELA CHAVE DE DATA, CONFERE QUANTIDADE, TOTAL E
      *ORDEM DAS DATAS E IMPRIME O RESULTADO EM RELVDREB, PROVANDO
      *QUE OS PROGRAMAS DE PERIODO ENXERGAM TODO O DETALHE.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DETALHE-ANTIGO ASSIGN TO "VENDDETA"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDA-CHAVE
                   FILE STATUS IS WS-FS-VENDDETA.

               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT RELATORIO-REORGANIZACAO ASSIGN TO "RELVDREB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELVDREB.
       DATA DIVISION.
           FILE SECTION.
      *****************************************
      * COPIA DO VENDDET ANTERIOR A CHAVE DE DATA: MESMO LAYOUT DE
      * VENDDET-REG.CPY, TRATADO COMO CHAVE MAIS O RESTO DO REGISTRO
      *****************************************
           FD  DETALHE-ANTIGO
               LABEL RECORD IS STANDARD.
           01  VDA-REGISTRO.
               05 VDA-CHAVE PIC X(20).
               05 FILLER PIC X(115).

           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  RELATORIO-REORGANIZACAO
               LABEL RECORD IS STANDARD.
           01  VRB-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDETA PIC X(2) VALUE "00".
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-RELVDREB PIC X(2) VALUE "00".
           77 WS-OPCAO PIC X(1).
               88 OPCAO-REORGANIZAR VALUE "R", "r".
               88 OPCAO-CONFERIR VALUE "C", "c".
           77 WS-CONT-ANTIGO PIC 9(9) VALUE ZEROS.
           77 WS-CONT-GRAVADOS PIC 9(9) VALUE ZEROS.
           77 WS-CONT-REJEITADOS PIC 9(9) VALUE ZEROS.
           77 WS-CONT-CHAVE PIC 9(9) VALUE ZEROS.
           77 WS-CONT-DATA PIC 9(9) VALUE ZEROS.
           77 WS-CONT-FORA-ORDEM PIC 9(9) VALUE ZEROS.
           77 WS-TOTAL-CHAVE PIC 9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-DATA PIC 9(13)V99 VALUE ZEROS.
           77 WS-DATA-ANTERIOR PIC 9(8) VALUE ZEROS.
           77 WS-DIVERGENCIAS PIC 9(4) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(8)9.
           77 WS-VALOR-EDITADO PIC Z(12)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF OPCAO-REORGANIZAR
               PERFORM 2000-REORGANIZAR
           END-IF.

           IF OPCAO-REORGANIZAR OR OPCAO-CONFERIR
               PERFORM 3000-CONFERIR-CHAVE-PRINCIPAL
               PERFORM 4000-CONFERIR-CHAVE-DATA
               PERFORM 5000-COMPARAR
           END-IF.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "CAMINHO POR DATA DO VENDDET".
           DISPLAY "R = REORGANIZAR A PARTIR DO VENDDETA E CONFERIR".
           DISPLAY "C = SOMENTE CONFERIR O VENDDET".
           ACCEPT WS-OPCAO.

           OPEN OUTPUT RELATORIO-REORGANIZACAO.
           MOVE "CONFERENCIA DO CAMINHO POR DATA DO DETALHE DE VENDAS"
               TO VRB-LINHA.
           WRITE VRB-LINHA.

           IF NOT OPCAO-REORGANIZAR AND NOT OPCAO-CONFERIR
               DISPLAY "OPCAO INVALIDA - NADA EXECUTADO"
               MOVE "OPCAO INVALIDA - NADA EXECUTADO" TO VRB-LINHA
               WRITE VRB-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************
      * RECARGA: O VENDDET E RECRIADO VAZIO E RECEBE TODOS OS
      * REGISTROS DA COPIA ANTIGA; A GRAVACAO MONTA A CHAVE DE DATA
      *****************************************
       2000-REORGANIZAR.
           OPEN INPUT DETALHE-ANTIGO.
           IF WS-FS-VENDDETA NOT = "00"
               DISPLAY "COPIA VENDDETA AUSENTE - REORGANIZACAO "
                   "NAO EXECUTADA"
               MOVE SPACES TO VRB-LINHA
               STRING "COPIA VENDDETA AUSENTE - REORGANIZACAO NAO "
                   "EXECUTADA"
                   DELIMITED BY SIZE INTO VRB-LINHA
               WRITE VRB-LINHA
               ADD 1 TO WS-DIVERGENCIAS
           ELSE
               OPEN OUTPUT VENDAS-DETALHE
               PERFORM 2100-COPIAR-REGISTRO
                   UNTIL WS-FS-VENDDETA NOT = "00"
               CLOSE VENDAS-DETALHE
               CLOSE DETALHE-ANTIGO
               PERFORM 2200-RESUMIR-RECARGA
           END-IF.

       2100-COPIAR-REGISTRO.
           READ DETALHE-ANTIGO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDETA
               NOT AT END
                   ADD 1 TO WS-CONT-ANTIGO
                   WRITE VDT-REGISTRO FROM VDA-REGISTRO
                       INVALID KEY
                           PERFORM 2110-APONTAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-WRITE
           END-READ.

       2110-APONTAR-REJEITADO.
           ADD 1 TO WS-CONT-REJEITADOS.
           MOVE SPACES TO VRB-LINHA.
           STRING "REGISTRO NAO GRAVADO - CHAVE " VDA-CHAVE
               " STATUS " WS-FS-VENDDET
               DELIMITED BY SIZE INTO VRB-LINHA.
           WRITE VRB-LINHA.

       2200-RESUMIR-RECARGA.
           MOVE WS-CONT-ANTIGO TO WS-CONT-EDITADO.
           MOVE SPACES TO VRB-LINHA.
           STRING "REGISTROS LIDOS DO VENDDETA:     " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO VRB-LINHA.
           WRITE VRB-LINHA.

           MOVE WS-CONT-GRAVADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO VRB-LINHA.
           STRING "REGISTROS GRAVADOS NO VENDDET:   " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO VRB-LINHA.
           WRITE VRB-LINHA.

           IF WS-CONT-REJEITADOS NOT = ZEROS
               ADD 1 TO WS-DIVERGENCIAS
               MOVE WS-CONT-REJEITADOS TO WS-CONT-EDITADO
               MOVE SPACES TO VRB-LINHA
               STRING "*** REGISTROS NAO GRAVADOS:     " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO VRB-LINHA
               WRITE VRB-LINHA
           END-IF.

      *****************************************
      * LEITURA PELA CHAVE PRINCIPAL (CLIENTE/DATA/SEQUENCIA)
      *****************************************
       3000-CONFERIR-CHAVE-PRINCIPAL.
           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - STATUS " WS-FS-VENDDET
               MOVE "DETALHE VENDDET AUSENTE" TO VRB-LINHA
               WRITE VRB-LINHA
               ADD 1 TO WS-DIVERGENCIAS
           ELSE
               PERFORM 3100-LER-CHAVE-PRINCIPAL
                   UNTIL WS-FS-VENDDET NOT = "00"
               CLOSE VENDAS-DETALHE
           END-IF.

       3100-LER-CHAVE-PRINCIPAL.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   ADD 1 TO WS-CONT-CHAVE
                   ADD VDT-VALOR TO WS-TOTAL-CHAVE
           END-READ.

      *****************************************
      * LEITURA PELA CHAVE DE DATA, DO INICIO DO ARQUIVO: AS DATAS
      * TEM DE VIR EM ORDEM CRESCENTE
      *****************************************
       4000-CONFERIR-CHAVE-DATA.
           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET = "00"
               MOVE ZEROS TO VDT-DATA
               START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
                   INVALID KEY
                       MOVE "10" TO WS-FS-VENDDET
               END-START
               PERFORM 4100-LER-CHAVE-DATA
                   UNTIL WS-FS-VENDDET NOT = "00"
               CLOSE VENDAS-DETALHE
           END-IF.

       4100-LER-CHAVE-DATA.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   ADD 1 TO WS-CONT-DATA
                   ADD VDT-VALOR TO WS-TOTAL-DATA
                   IF VDT-DATA < WS-DATA-ANTERIOR
                       ADD 1 TO WS-CONT-FORA-ORDEM
                       MOVE SPACES TO VRB-LINHA
                       STRING "FORA DE ORDEM NA CHAVE DE DATA: "
                           VDT-CODIGO " " VDT-DATA " " VDT-SEQUENCIA
                           DELIMITED BY SIZE INTO VRB-LINHA
                       WRITE VRB-LINHA
                   END-IF
                   MOVE VDT-DATA TO WS-DATA-ANTERIOR
           END-READ.

       5000-COMPARAR.
           MOVE WS-CONT-CHAVE TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-CHAVE TO WS-VALOR-EDITADO.
           MOVE SPACES TO VRB-LINHA.
           STRING "CHAVE PRINCIPAL REGISTROS " WS-CONT-EDITADO
               " TOTAL " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO VRB-LINHA.
           WRITE VRB-LINHA.

           MOVE WS-CONT-DATA TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-DATA TO WS-VALOR-EDITADO.
           MOVE SPACES TO VRB-LINHA.
           STRING "CHAVE DE DATA   REGISTROS " WS-CONT-EDITADO
               " TOTAL " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO VRB-LINHA.
           WRITE VRB-LINHA.

           IF WS-CONT-CHAVE NOT = WS-CONT-DATA
               OR WS-TOTAL-CHAVE NOT = WS-TOTAL-DATA
               ADD 1 TO WS-DIVERGENCIAS
               MOVE "*** CHAVE DE DATA NAO CONFERE COM A PRINCIPAL"
                   TO VRB-LINHA
               WRITE VRB-LINHA
           END-IF.

           IF WS-CONT-FORA-ORDEM NOT = ZEROS
               ADD 1 TO WS-DIVERGENCIAS
               MOVE WS-CONT-FORA-ORDEM TO WS-CONT-EDITADO
               MOVE SPACES TO VRB-LINHA
               STRING "*** REGISTROS FORA DE ORDEM DE DATA: "
                   WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO VRB-LINHA
               WRITE VRB-LINHA
           END-IF.

           IF OPCAO-REORGANIZAR AND WS-FS-VENDDETA = "10"
               AND WS-CONT-ANTIGO NOT = WS-CONT-CHAVE
               ADD 1 TO WS-DIVERGENCIAS
               MOVE "*** VENDDET RECARREGADO NAO CONFERE COM O VENDDETA"
                   TO VRB-LINHA
               WRITE VRB-LINHA
           END-IF.

       9000-FINALIZAR.
           IF WS-DIVERGENCIAS = ZEROS
               IF OPCAO-REORGANIZAR OR OPCAO-CONFERIR
                   MOVE "CAMINHO POR DATA CONFERE COM A CHAVE PRINCIPAL"
                       TO VRB-LINHA
                   WRITE VRB-LINHA
                   DISPLAY "CAMINHO POR DATA DO VENDDET CONFERE"
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "CAMINHO POR DATA COM DIVERGENCIAS - VER "
                   "RELVDREB"
           END-IF.

           CLOSE RELATORIO-REORGANIZACAO.

           DISPLAY "CONFERENCIA GRAVADA NO ARQUIVO RELVDREB".

       END PROGRAM VENDDREB.
