                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT SESSOES-CAIXA ASSIGN TO "SESSOES"

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-SESSOES PIC X(2) VALUE "00".
           77 WS-FS-RELOPROD PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A APURAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT SESSOES-CAIXA.
           END-IF.
           WRITE PRO-LINHA.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           IF WS-DIA-APURACAO = ZEROS
               COMPUTE WS-VDT-INICIO =
                   WS-ANO-APURACAO * 10000 + WS-MES-APURACAO * 100 + 1
               COMPUTE WS-VDT-FIM = WS-VDT-INICIO + 30
           ELSE
               COMPUTE WS-VDT-INICIO = WS-ANO-APURACAO * 10000
                   + WS-MES-APURACAO * 100 + WS-DIA-APURACAO
               MOVE WS-VDT-INICIO TO WS-VDT-FIM
           END-IF.
           MOVE WS-VDT-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2000-PROCESSAR.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                               OR WS-DD-DIA = WS-DIA-APURACAO)
                       PERFORM 2100-ACUMULAR-OPERADOR
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2100-ACUMULAR-OPERADOR.
