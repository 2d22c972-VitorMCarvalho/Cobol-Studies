                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT RELATORIO-TRAFEGO ASSIGN TO "RELTRAF"
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A ANALISAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN OUTPUT RELATORIO-TRAFEGO.
               DELIMITED BY SIZE INTO TRF-LINHA.
           WRITE TRF-LINHA.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           MOVE WS-DATA-INICIAL TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2000-PROCESSAR.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                           AND VDT-DATA <= WS-DATA-FINAL
                       PERFORM 2100-CLASSIFICAR-VENDA
                   END-IF
                   IF VDT-DATA > WS-DATA-FINAL
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

      *****************************************
