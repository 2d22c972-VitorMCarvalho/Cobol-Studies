      *CTRECEB E REGISTRA NO LOG DE PERDAS (WOFFLOG) OPERADOR,
      *APROVADOR, DATA, VALOR E CODIGO DE MOTIVO. A OPCAO DE
      *RELATORIO TOTALIZA AS PERDAS DE UM ANO/MES EM RELPERDA.
      *TITULO EM CONTESTACAO (CONTEST) NAO ENTRA NA PROPOSTA: E
      *MOSTRADO A PARTE E CONTADO NO FIM DA SESSAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-TOTAL-BAIXADO PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-SALDO-EDITADO PIC Z(6)9,99.
           77 WS-CONT-CONTESTADOS PIC 9(4) VALUE ZEROS.
           77 WS-ANO-RELATORIO PIC 9(4).
           77 WS-MES-RELATORIO PIC 9(2).
           01 WS-PERIODO-RELATORIO.
                   MOVE WS-CONT-BAIXADOS TO WS-CONT-EDITADO
                   DISPLAY "TITULOS BAIXADOS COMO PERDA NA SESSAO: "
                       WS-CONT-EDITADO
                   MOVE WS-CONT-CONTESTADOS TO WS-CONT-EDITADO
                   DISPLAY "TITULOS EM CONTESTACAO FORA DA PROPOSTA: "
                       WS-CONT-EDITADO
               END-IF
           ELSE
               DISPLAY "APROVACAO NEGADA - BAIXA DE PERDAS RESTRITA "
           MOVE DMV-DATA TO CAL-DATA-2.
           CALL "CALNEG" USING CAL-AREA.

           IF CAL-DIAS >= WS-IDADE-MINIMA AND REC-EM-CONTESTACAO
               ADD 1 TO WS-CONT-CONTESTADOS
               MOVE REC-SALDO TO WS-SALDO-EDITADO
               DISPLAY "EM CONTESTACAO - FORA DA PROPOSTA: CLIENTE "
                   REC-CLIENTE " DOC " REC-DOCUMENTO " SALDO "
                   WS-SALDO-EDITADO " DESDE " REC-CTS-DATA-ABERTURA
           END-IF.

           IF CAL-DIAS >= WS-IDADE-MINIMA AND NOT REC-EM-CONTESTACAO
               MOVE REC-SALDO TO WS-SALDO-EDITADO
               DISPLAY "PROPOSTA: CLIENTE " REC-CLIENTE " DOC "
                   REC-DOCUMENTO " VENC " REC-VENCIMENTO
