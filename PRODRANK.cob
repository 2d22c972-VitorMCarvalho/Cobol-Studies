                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT RELATORIO-RANKING ASSIGN TO "RELPRANK"

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RELRNK PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           END-IF.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET = "00"
               PERFORM 0900-POSICIONAR-DETALHE
           END-IF.
           OPEN INPUT CADASTRO-PRODUTOS.
           OPEN OUTPUT RELATORIO-RANKING.


           STOP RUN.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       0900-POSICIONAR-DETALHE.
           COMPUTE WS-VDT-INICIO = WS-ANO-APURACAO * 10000 + 101.
           COMPUTE WS-VDT-FIM = WS-ANO-APURACAO * 10000 + 1231.
           MOVE WS-VDT-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       1000-GERAR-ENTRADA-ORDENACAO.
           PERFORM 1100-ACUMULAR-PRODUTOS
               UNTIL WS-FS-VENDDET NOT = "00".
                   IF WS-DD-ANO = WS-ANO-APURACAO
                       PERFORM 1200-SOMAR-PRODUTO
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       1200-SOMAR-PRODUTO.
