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

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECHST PIC X(2) VALUE "00".
