      *(NEGRETOR: CLIENTE, DOCUMENTO E STATUS DE CONFIRMACAO):
      *ATUALIZA A SITUACAO DE NEGATIVACAO DE CADA TITULO NO CTRECEB
      *(C = CONFIRMADO PELO BIROU, N = RECUSADO/REMOVIDO), LISTANDO
      *OS RETORNOS SEM TITULO CORRESPONDENTE. O HEADER ("H", DATA E
      *NUMERO DE SEQUENCIA) E OBRIGATORIO NA PRIMEIRA LINHA E E
      *CONFERIDO NO SEQARQ (SEQCTL) ANTES DE QUALQUER ATUALIZACAO:
      *ARQUIVO JA PROCESSADO, FORA DE SEQUENCIA OU SEM HEADER SO
      *ENTRA COM LIBERACAO DO SUPERVISOR (SEQLIB; NUMERO 000000 PARA
      *O ARQUIVO SEM HEADER).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 RNG-STATUS PIC X(1).
                   88 RNG-CONFIRMADO VALUE "C".
                   88 RNG-RECUSADO VALUE "R".
           01  RNG-HEADER.
               05 RNG-H-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 RNG-H-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RNG-H-SEQUENCIA PIC 9(6).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-CONT-ATUALIZADOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-SEM-TITULO PIC 9(6) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-CONT-LIDOS PIC 9(6) VALUE ZEROS.
           77 WS-SEQUENCIA-SW PIC X(1) VALUE "N".
               88 SEQUENCIA-ACEITA VALUE "S".
           COPY "SEQCTL-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   DISPLAY "ARQUIVO NEGRETOR AUSENTE - NADA A "
                       "PROCESSAR"
                   MOVE "10" TO WS-FS-RETORNO
               ELSE
                   PERFORM 1100-VERIFICAR-SEQUENCIA
               END-IF
           END-IF.

      *****************************************
      * PRIMEIRO REGISTRO: HEADER COM O NUMERO DE SEQUENCIA OU, SE
      * NAO HOUVER, O PRIMEIRO DETALHE (NUMERO ZERO). SO SEGUE SE O
      * SEQCTL ACEITAR O NUMERO OU HOUVER LIBERACAO DO SUPERVISOR
      *****************************************
       1100-VERIFICAR-SEQUENCIA.
           READ RETORNO-BIROU
               AT END
                   MOVE "10" TO WS-FS-RETORNO
           END-READ.

           IF WS-FS-RETORNO = "00"
               SET SQC-FUNCAO-VERIFICAR TO TRUE
               MOVE "NEGRETOR" TO SQC-ARQUIVO
               IF RNG-H-TIPO = "H"
                   MOVE RNG-H-SEQUENCIA TO SQC-NUMERO
                   MOVE RNG-H-DATA TO SQC-DATA-ARQUIVO
               ELSE
                   MOVE ZEROS TO SQC-NUMERO SQC-DATA-ARQUIVO
               END-IF
               CALL "SEQCTL" USING SQC-AREA

               IF SQC-OK OR SQC-LIBERADO
                   SET SEQUENCIA-ACEITA TO TRUE
                   IF RNG-H-TIPO NOT = "H"
                       PERFORM 2100-ATUALIZAR-TITULO
                   END-IF
               ELSE
                   PERFORM 1150-RECUSAR-ARQUIVO
               END-IF
           END-IF.

       1150-RECUSAR-ARQUIVO.
           EVALUATE TRUE
               WHEN SQC-JA-PROCESSADO
                   DISPLAY "NEGRETOR NUMERO " SQC-NUMERO
                       " JA PROCESSADO EM " SQC-DATA-PROCESSAMENTO
                       " - RETORNO RECUSADO"
               WHEN SQC-FORA-SEQUENCIA
                   DISPLAY "NEGRETOR NUMERO " SQC-NUMERO
                       " FORA DE SEQUENCIA - ULTIMO PROCESSADO "
                       SQC-ULTIMO-NUMERO " - RETORNO RECUSADO"
               WHEN SQC-SEM-NUMERO
                   DISPLAY "NEGRETOR SEM HEADER DE SEQUENCIA - "
                       "RETORNO RECUSADO"
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE SEQUENCIA SEQARQ - "
                       "RETORNO RECUSADO"
           END-EVALUATE.
           DISPLAY "PARA PROCESSAR, LIBERACAO DO SUPERVISOR PELO "
               "SEQLIB".

           MOVE 8 TO RETURN-CODE.
           MOVE "10" TO WS-FS-RETORNO.

       2000-PROCESSAR.
           READ RETORNO-BIROU
               AT END
           END-READ.

       2100-ATUALIZAR-TITULO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE RNG-CLIENTE TO REC-CLIENTE.
           MOVE RNG-DOCUMENTO TO REC-DOCUMENTO.

               CLOSE RETORNO-BIROU
           END-IF.

           IF SEQUENCIA-ACEITA
               SET SQC-FUNCAO-RECEBIDO TO TRUE
               MOVE WS-CONT-LIDOS TO SQC-QUANTIDADE
               MOVE ZEROS TO SQC-TOTAL
               CALL "SEQCTL" USING SQC-AREA
               IF NOT SQC-OK
                   DISPLAY "ERRO AO REGISTRAR A SEQUENCIA DO NEGRETOR"
               END-IF
           END-IF.

           MOVE WS-CONT-ATUALIZADOS TO WS-CONT-EDITADO.
           DISPLAY "TITULOS ATUALIZADOS PELO RETORNO: "
               WS-CONT-EDITADO.
