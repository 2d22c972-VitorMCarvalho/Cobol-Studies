      *****************************************
      * FOLHACTL-REG.CPY - LAYOUT DO CONTROLE DE ENVIO DO ARQUIVO DE
      *                    INTERFACE DA FOLHA (FOLHACTL), UM REGISTRO
      *                    POR ANO/MES: ENVIADO PELO FOLHAEXP, QUE SO
      *                    GERA DE NOVO O MES REABERTO PELO SUPERVISOR
      *****************************************
       01  FCT-REGISTRO.
           05 FCT-CHAVE.
               10 FCT-ANO PIC 9(4).
               10 FCT-MES PIC 9(2).
           05 FCT-SITUACAO PIC X(1).
               88 FCT-ENVIADO VALUE "E".
               88 FCT-REABERTO VALUE "R".
           05 FCT-DATA-ENVIO PIC 9(8).
           05 FCT-ENVIOS PIC 9(2).
           05 FCT-REABERTO-POR PIC X(10).
           05 FCT-DATA-REABERTURA PIC 9(8).
