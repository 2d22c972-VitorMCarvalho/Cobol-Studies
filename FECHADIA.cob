                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"

           FD  LOG-PAGAMENTOS
               LABEL RECORD IS STANDARD.
           01  PAG-LINHA PIC X(120).

           FD  TRANSACOES-REJEITADAS
               LABEL RECORD IS STANDARD.
           77 WS-VALOR-TITULOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-CREDITOS PIC 9(6) VALUE ZEROS.
           77 WS-VALOR-CREDITOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-ADIANTAMENTOS PIC 9(6) VALUE ZEROS.
           77 WS-VALOR-ADIANTAMENTOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-PAGAMENTOS PIC 9(6) VALUE ZEROS.
           77 WS-CONT-REJEITADAS PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-CONTROLE PIC 9(10)V99 VALUE ZEROS.
           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT CONTAS-RECEBER.

           OPEN OUTPUT RESUMO-DIA.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           MOVE DMV-DATA TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       2000-SOMAR-DETALHE.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                           ADD VDT-VALOR TO WS-VALOR-VENDAS
                       END-IF
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

      *****************************************
      * CONTAM NO RESUMO; AS PARCELAS DE PLANO DO PARCELA TEM
      * DOCUMENTO AAMMDDNN E FICAM FORA DO FECHAMENTO DO DIA. AS
      * NOTAS DE CREDITO DO DIA (REC-TIPO "C") SAEM EM LINHA
      * PROPRIA, FORA DE "TITULOS GERADOS", COMO NO CONFDIA. OS
      * ADIANTAMENTOS DE CLIENTE RECEBIDOS NA DATA (REC-TIPO "A",
      * DOCUMENTO 1NNNNNNN) TAMBEM TEM LINHA PROPRIA
      *****************************************
       3000-SOMAR-TITULOS.
           READ CONTAS-RECEBER NEXT RECORD
                           ADD REC-VALOR TO WS-VALOR-CREDITOS
                       END-IF
                   END-IF
                   IF REC-TIPO-ADIANTAMENTO
                           AND REC-DATA-EMISSAO = DMV-DATA
                       ADD 1 TO WS-CONT-ADIANTAMENTOS
                       ADD REC-VALOR TO WS-VALOR-ADIANTAMENTOS
                   END-IF
           END-READ.

       4000-CONTAR-PAGAMENTOS.
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

           MOVE WS-CONT-ADIANTAMENTOS TO WS-CONT-EDITADO.
           MOVE WS-VALOR-ADIANTAMENTOS TO WS-VALOR-EDITADO.
           MOVE SPACES TO RES-LINHA.
           STRING "ADIANTAMENTOS RECEB..: " WS-CONT-EDITADO
               " VALOR " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RES-LINHA.
           PERFORM 7100-GRAVAR-LINHA.

           MOVE WS-CONT-PAGAMENTOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RES-LINHA.
           STRING "PAGAMENTOS APLICADOS.: " WS-CONT-EDITADO
