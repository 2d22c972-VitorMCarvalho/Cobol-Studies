                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT RELATORIO-LIVRO ASSIGN TO "RELLIVRO"

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-RELLIVRO PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - LIVRO NAO GERADO"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN OUTPUT RELATORIO-LIVRO.
               TO LIV-LINHA.
           WRITE LIV-LINHA.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           COMPUTE WS-VDT-INICIO =
               WS-ANO-APURACAO * 10000 + WS-MES-APURACAO * 100 + 1.
           COMPUTE WS-VDT-FIM = WS-VDT-INICIO + 30.
           MOVE WS-VDT-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2000-SELECIONAR-NOTAS.
           PERFORM 2100-SELECIONAR-LOOP
               UNTIL WS-FS-VENDDET NOT = "00".
                       MOVE VDT-SITUACAO-NF TO SRT-SITUACAO
                       RELEASE SRT-REGISTRO
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       3000-LISTAR-LIVRO.
