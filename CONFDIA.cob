      *FECHADAS (SESSOES), (B) O MOVIMENTO DO DETALHE VENDDET
      *(BRUTO, ESTORNOS E LIQUIDO) E (C) OS TITULOS LIQUIDOS QUE O
      *GERAREC CORTOU NO CTRECEB PARA A DATA, IMPRIMINDO CADA PERNA
      *E AS DIFERENCAS EM RELCONF (O LIQUIDO PAGO EM PONTOS DE
      *FIDELIDADE, QUE NAO VIRA TITULO, SAI DO CONFRONTO COM (C))
      *E DEVOLVENDO CODIGO DE RETORNO 12
      *(NIVEL DE ABORTO) QUANDO A CADEIA NAO FECHA, PARA O JOBDIARIO
      *PARAR A ESTEIRA ANTES DE UM DIA RUIM SE PROPAGAR; NO CONTROLE
      *DE EXECUCAO A DIVERGENCIA FICA COMO ABEND, LIBERANDO O
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
           77 WS-TOTAL-ESTORNOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-TITULOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-PONTOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-DIF-SESSOES PIC S9(11)V99.
           77 WS-DIF-TITULOS PIC S9(11)V99.
           77 WS-VALOR-EDITADO PIC +Z(9)9,99.
           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 2900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT CONTAS-RECEBER.
                   END-IF
           END-READ.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       2900-POSICIONAR-DETALHE.
           MOVE DMV-DATA TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

       3000-SOMAR-DETALHE.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                       ELSE
                           ADD VDT-VALOR TO WS-TOTAL-BRUTO
                       END-IF
                       IF VDT-FORMA-PAGTO = 4
                           PERFORM 3100-SOMAR-PONTOS
                       END-IF
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

      *****************************************
      * VENDA PAGA EM PONTOS (FORMA 04) NAO VIRA TITULO NO GERAREC:
      * O LIQUIDO EM PONTOS SAI DA PERNA (B) ANTES DO CONFRONTO COM
      * OS TITULOS
      *****************************************
       3100-SOMAR-PONTOS.
           IF VDT-TIPO-ESTORNO
               SUBTRACT VDT-VALOR FROM WS-TOTAL-PONTOS
           ELSE
               ADD VDT-VALOR TO WS-TOTAL-PONTOS
           END-IF.

      *****************************************
      * TITULOS CORTADOS PELO GERAREC NA DATA: TITULOS SOMAM E
      * NOTAS DE CREDITO ABATEM, REPRODUZINDO O LIQUIDO DO DIA.
           COMPUTE WS-DIF-SESSOES =
               WS-TOTAL-SESSOES - WS-TOTAL-BRUTO.
           COMPUTE WS-DIF-TITULOS =
               WS-TOTAL-LIQUIDO - WS-TOTAL-PONTOS - WS-TOTAL-TITULOS.

           MOVE WS-TOTAL-SESSOES TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(B) VENDDET LIQUIDO" TO CNF-LINHA(17:40).
           WRITE CNF-LINHA.

           IF WS-TOTAL-PONTOS NOT = ZEROS
               MOVE WS-TOTAL-PONTOS TO WS-VALOR-EDITADO
               PERFORM 9100-GRAVAR-PERNA
               MOVE "(B) LIQUIDO PAGO EM PONTOS (SEM TITULO)" TO
                   CNF-LINHA(17:40)
               WRITE CNF-LINHA
           END-IF.

           MOVE WS-TOTAL-TITULOS TO WS-VALOR-EDITADO.
           PERFORM 9100-GRAVAR-PERNA.
           MOVE "(C) TITULOS LIQUIDOS DO GERAREC" TO
