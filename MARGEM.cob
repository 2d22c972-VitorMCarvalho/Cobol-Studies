      *OBJETIVO: MARGEM BRUTA MENSAL POR PRODUTO: TOTALIZA NO
      *DETALHE VENDDET A RECEITA E A QUANTIDADE DE UM ANO/MES,
      *LIQUIDAS DE ESTORNO, APLICA O CUSTO MEDIO DO CADASTRO PRODMST
      *(ALIMENTADO PELOS RECEBIMENTOS OU DIGITADO NO PRODMNT) - O
      *KIT (KITCOMP) CUSTA A SOMA DOS CUSTOS MEDIOS DOS COMPONENTES - E
      *IMPRIME EM RELMARG RECEITA, CUSTO E MARGEM POR PRODUTO EM
      *ORDEM DE CONTRIBUICAO, COM LINHA DE TOTAL CONFERIDA CONTRA A
      *RECEITA DO MES NO VENDCLI PARA A CONTABILIDADE CONFIAR.
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

               SELECT VENDAS-CLIENTE ASSIGN TO "VENDCLI"
                   RECORD KEY IS VDC-CHAVE
                   FILE STATUS IS WS-FS-VENDCLI.

               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT RELATORIO-MARGEM ASSIGN TO "RELMARG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELMARG.
               LABEL RECORD IS STANDARD.
               COPY "VENDCLI-REG.CPY".

           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  RELATORIO-MARGEM
               LABEL RECORD IS STANDARD.
           01  MRG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-VENDCLI PIC X(2) VALUE "00".
           77 WS-FS-RELMARG PIC X(2) VALUE "00".
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-KITS-SW PIC X(1) VALUE "N".
               88 KITS-DISPONIVEL VALUE "S".
               88 KITS-INDISPONIVEL VALUE "N".
           77 WS-PRODUTO-KIT-SW PIC X(1).
               88 PRODUTO-KIT VALUE "S".
               88 PRODUTO-SIMPLES VALUE "N".
           77 WS-CUSTO-UNITARIO PIC 9(9)V99.
           77 WS-CUSTO-KIT PIC 9(9)V99.
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-PRD-I PIC 9(3).
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A APURAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.

           OPEN INPUT COMPOSICAO-KITS.
           IF WS-FS-KITCOMP = "00"
               SET KITS-DISPONIVEL TO TRUE
           ELSE
               SET KITS-INDISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT VENDAS-CLIENTE.
           IF WS-FS-VENDCLI NOT = "00"
               MOVE "10" TO WS-FS-VENDCLI
               DELIMITED BY SIZE INTO MRG-LINHA.
           WRITE MRG-LINHA.

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

       2000-PROCESSAR.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                           AND WS-DD-MES = WS-MES-APURACAO
                       PERFORM 2100-ACUMULAR-PRODUTO
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2100-ACUMULAR-PRODUTO.
           ELSE
               MOVE ZEROS TO PRD-CUSTO-MEDIO
           END-IF.
           MOVE PRD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO.

           IF KITS-DISPONIVEL
               PERFORM 4250-CUSTEAR-KIT
           END-IF.

           COMPUTE WS-CUSTO-PRODUTO =
               WS-CUSTO-UNITARIO * WS-PRD-TAB-QTD(WS-PRD-I).
           COMPUTE WS-MARGEM-PRODUTO =
               WS-PRD-TAB-RECEITA(WS-PRD-I) - WS-CUSTO-PRODUTO.

           ADD WS-CUSTO-PRODUTO TO WS-TOTAL-CUSTO.
           ADD WS-MARGEM-PRODUTO TO WS-TOTAL-MARGEM.

      *****************************************
      * KIT NAO TEM CUSTO PROPRIO: VALE A SOMA DO CUSTO MEDIO DE
      * CADA COMPONENTE VEZES A QUANTIDADE POR KIT
      *****************************************
       4250-CUSTEAR-KIT.
           SET PRODUTO-SIMPLES TO TRUE.
           MOVE ZEROS TO WS-CUSTO-KIT.

           MOVE WS-PRD-TAB-CODIGO(WS-PRD-I) TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-KITCOMP
           END-START.

           PERFORM 4260-SOMAR-COMPONENTE
               UNTIL WS-FS-KITCOMP NOT = "00".
           MOVE "00" TO WS-FS-KITCOMP.

           IF PRODUTO-KIT
               MOVE WS-CUSTO-KIT TO WS-CUSTO-UNITARIO
           END-IF.

       4260-SOMAR-COMPONENTE.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = WS-PRD-TAB-CODIGO(WS-PRD-I)
                       MOVE "10" TO WS-FS-KITCOMP
                   ELSE
                       SET PRODUTO-KIT TO TRUE
                       MOVE ZEROS TO PRD-CUSTO-MEDIO
                       IF WS-FS-PRODMST = "00"
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           READ CADASTRO-PRODUTOS
                               INVALID KEY
                                   MOVE ZEROS TO PRD-CUSTO-MEDIO
                           END-READ
                           MOVE "00" TO WS-FS-PRODMST
                       END-IF
                       COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                           + (PRD-CUSTO-MEDIO * KIT-QUANTIDADE)
                   END-IF
           END-READ.

       4300-LISTAR-ORDENADO.
           SET FIM-SORT-NAO TO TRUE.

           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           IF KITS-DISPONIVEL
               CLOSE COMPOSICAO-KITS
           END-IF.
           CLOSE RELATORIO-MARGEM.

           DISPLAY "MARGEM GRAVADA NO ARQUIVO RELMARG".
