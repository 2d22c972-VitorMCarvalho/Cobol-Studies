      *TOTAIS DE CONTROLE), MARCANDO CADA TITULO COMO ENVIADO.
      *O RETORNO DO BIROU ENTRA PELO NEGRET E A REMOCAO AUTOMATICA
      *SAI PELO BAIXAREC QUANDO O TITULO NEGATIVADO E LIQUIDADO.
      *TITULO EM CONTESTACAO (CONTEST) NAO E EXPORTADO: SAI LISTADO A
      *PARTE NO CONSOLE, COM A QUANTIDADE E O SALDO RETIDOS.
      *O HEADER LEVA O PROXIMO NUMERO DE SEQUENCIA DO NEGBANCO
      *(SEQCTL) E O ARQUIVO GERADO FICA REGISTRADO NO SEQARQ.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 NEG-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 NEG-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 NEG-H-SEQUENCIA PIC 9(6).
           01  NEG-DETALHE.
               05 NEG-D-TIPO PIC X(1).
               05 FILLER PIC X(1).
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-TOTAL-ENVIADO PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-CONT-CONTESTADOS PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-CONTESTADO PIC 9(10)V99 VALUE ZEROS.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "SEQCTL-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           OPEN OUTPUT INTERFACE-BIROU.

           SET SQC-FUNCAO-PROXIMO TO TRUE.
           MOVE "NEGBANCO" TO SQC-ARQUIVO.
           CALL "SEQCTL" USING SQC-AREA.

           MOVE SPACES TO NEG-HEADER.
           MOVE "H" TO NEG-H-TIPO.
           MOVE DMV-DATA TO NEG-H-DATA.
           MOVE SQC-NUMERO TO NEG-H-SEQUENCIA.
           WRITE NEG-HEADER.

       2000-PROCESSAR.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-DIAS >= WS-IDADE-MINIMA
               IF REC-EM-CONTESTACAO
                   PERFORM 2150-LISTAR-CONTESTADO
               ELSE
                   PERFORM 2200-EXPORTAR-TITULO
               END-IF
           END-IF.

       2150-LISTAR-CONTESTADO.
           ADD 1 TO WS-CONT-CONTESTADOS.
           ADD REC-SALDO TO WS-TOTAL-CONTESTADO.
           MOVE REC-SALDO TO WS-SALDO-EDITADO.
           DISPLAY "EM CONTESTACAO - NAO EXPORTADO: CLIENTE "
               REC-CLIENTE " DOC " REC-DOCUMENTO " SALDO "
               WS-SALDO-EDITADO " DESDE " REC-CTS-DATA-ABERTURA.

       2200-EXPORTAR-TITULO.
           MOVE REC-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
           END-IF.
           CLOSE INTERFACE-BIROU.

           SET SQC-FUNCAO-ENVIADO TO TRUE.
           MOVE DMV-DATA TO SQC-DATA-ARQUIVO.
           MOVE WS-CONT-ENVIADOS TO SQC-QUANTIDADE.
           MOVE WS-TOTAL-ENVIADO TO SQC-TOTAL.
           CALL "SEQCTL" USING SQC-AREA.
           IF NOT SQC-OK
               DISPLAY "ERRO AO REGISTRAR A SEQUENCIA DO NEGBANCO"
           END-IF.

           MOVE WS-CONT-ENVIADOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-ENVIADO TO WS-TOTAL-EDITADO.
           DISPLAY "TITULOS EXPORTADOS PARA NEGATIVACAO: "
               WS-CONT-EDITADO " TOTAL: " WS-TOTAL-EDITADO
               " SEQUENCIA: " SQC-NUMERO.
           MOVE WS-CONT-CONTESTADOS TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-CONTESTADO TO WS-TOTAL-EDITADO.
           DISPLAY "RETIDOS POR CONTESTACAO...........: "
               WS-CONT-EDITADO " TOTAL: " WS-TOTAL-EDITADO.

       END PROGRAM NEGEXP.
