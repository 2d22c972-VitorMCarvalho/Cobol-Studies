                   ==REC-TIPO-TITULO== BY ==RCH-TIPO-TITULO==
                   ==REC-TIPO-CREDITO== BY ==RCH-TIPO-CREDITO==
                   ==REC-TIPO== BY ==RCH-TIPO==
                   ==REC-TIPO-ADIANTAMENTO==
                       BY ==RCH-TIPO-ADIANTAMENTO==
                   ==REC-DATA-BAIXA== BY ==RCH-DATA-BAIXA==
                   ==REC-SIT-NEGATIVACAO== BY ==RCH-SIT-NEGATIVACAO==
                   ==REC-NEG-NAO-ENVIADO== BY ==RCH-NEG-NAO-ENVIADO==
                   ==REC-NEG-ENVIADO== BY ==RCH-NEG-ENVIADO==
                   ==REC-NEG-CONFIRMADO== BY ==RCH-NEG-CONFIRMADO==
                   ==REC-ADT-CONSUMO== BY ==RCH-ADT-CONSUMO==
                   ==REC-ADT-AUTOMATICO== BY ==RCH-ADT-AUTOMATICO==
                   ==REC-ADT-NA-VENDA== BY ==RCH-ADT-NA-VENDA==
                   ==REC-ADT-DEVOLVIDO== BY ==RCH-ADT-DEVOLVIDO==
                   ==REC-ADT-DATA-USO== BY ==RCH-ADT-DATA-USO==
                   ==REC-ADT-FORMA== BY ==RCH-ADT-FORMA==
                   ==REC-NOSSO-NUMERO== BY ==RCH-NOSSO-NUMERO==
                   ==REC-RENEG-SITUACAO== BY ==RCH-RENEG-SITUACAO==
                   ==REC-NAO-RENEGOCIADO== BY ==RCH-NAO-RENEGOCIADO==
                   ==REC-RENEGOCIADO== BY ==RCH-RENEGOCIADO==
                   ==REC-RENEG-PLANO== BY ==RCH-RENEG-PLANO==
                   ==REC-CONTESTACAO== BY ==RCH-CONTESTACAO==
                   ==REC-SEM-CONTESTACAO== BY ==RCH-SEM-CONTESTACAO==
                   ==REC-EM-CONTESTACAO== BY ==RCH-EM-CONTESTACAO==
                   ==REC-CONTESTACAO-ENCERRADA==
                       BY ==RCH-CONTESTACAO-ENCERRADA==
                   ==REC-CTS-MOTIVO== BY ==RCH-CTS-MOTIVO==
                   ==REC-CTS-OPERADOR== BY ==RCH-CTS-OPERADOR==
                   ==REC-CTS-DATA-ABERTURA==
                       BY ==RCH-CTS-DATA-ABERTURA==
                   ==REC-CTS-DATA-RESOLUCAO==
                       BY ==RCH-CTS-DATA-RESOLUCAO==
                   ==REC-CTS-NOTAS== BY ==RCH-CTS-NOTAS==.

           FD  RELATORIO-EXPURGO
               LABEL RECORD IS STANDARD.
           77 WS-HIST-GRAVADO-SW PIC X(1).
               88 HISTORICO-GRAVADO VALUE "S".
               88 HISTORICO-NAO-GRAVADO VALUE "N".
           77 WS-MESES-PARM PIC X(2).
           COPY "DATMOV-REG.CPY".

       LINKAGE SECTION.
           77 LK-MESES-MANTER PIC X(2).

       PROCEDURE DIVISION USING LK-MESES-MANTER.
       0001-PRINCIPAL.
           ACCEPT WS-MESES-PARM FROM COMMAND-LINE.

           IF WS-MESES-PARM IS NOT NUMERIC
                   OR WS-MESES-PARM = ZEROS
               MOVE LK-MESES-MANTER TO WS-MESES-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-CTRECEB NOT = "00".
           PERFORM 9000-FINALIZAR.
           GOBACK.

       1000-INICIAR.
           IF WS-MESES-PARM IS NUMERIC
                   AND WS-MESES-PARM NOT = ZEROS
               MOVE WS-MESES-PARM TO WS-MESES-MANTER
           ELSE
               DISPLAY "DIGITE QUANTOS MESES DE TITULOS LIQUIDADOS "
                   "MANTER NO ARQUIVO VIVO"
               ACCEPT WS-MESES-MANTER
           END-IF.

           IF WS-MESES-MANTER = ZEROS
               MOVE 6 TO WS-MESES-MANTER
