      *CLIENTE COM SALDO LIQUIDO NEGATIVO NO DIA
      *(ESTORNO DE VENDA DE OUTRA DATA) GERA UMA NOTA DE CREDITO
      *(REC-TIPO "C") NO PROPRIO CTRECEB, QUE O APLICRED COMPENSA
      *CONTRA OS TITULOS EM ABERTO DO CLIENTE. VENDAS PAGAS EM
      *PONTOS DE FIDELIDADE (FORMA 04) E SEUS ESTORNOS JA SAO
      *LIQUIDADOS NA RAZAO DE PONTOS E NAO GERAM TITULO.
      *JUNTO COM O TITULO GRAVA O VINCULO VENDTIT (CLIENTE, DATA,
      *VENDEDOR E FORMA DE PAGAMENTO, COM A VENDA LIQUIDA DO VENDEDOR
      *E A BASE DE COMISSAO DO COMBASE - NA VENDA OU NO RECEBIMENTO)
      *PARA O COMISSAO PAGAR A COMISSAO PELO RECEBIDO NOS TITULOS.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
               SELECT CONDICOES-PAGAMENTO ASSIGN TO "CONDPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CONDPAG.

               SELECT VINCULO-VENDA-TITULO ASSIGN TO "VENDTIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTT-CHAVE
                   FILE STATUS IS WS-FS-VENDTIT.

               SELECT CONFIG-BASE-COMISSAO ASSIGN TO "COMBASE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMBASE.
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               05 FILLER PIC X(1).
               05 CPG-DESCRICAO PIC X(20).

           FD  VINCULO-VENDA-TITULO
               LABEL RECORD IS STANDARD.
               COPY "VENDTIT-REG.CPY".

      *****************************************
      * BASE DE COMISSAO: TIPO V (VENDEDOR) OU F (FORMA DE PAGAMENTO,
      * CODIGO COM ZEROS A ESQUERDA) E BASE V (NA VENDA) OU R (NO
      * RECEBIMENTO); A LINHA DO VENDEDOR PREVALECE SOBRE A DA FORMA
      *****************************************
           FD  CONFIG-BASE-COMISSAO
               LABEL RECORD IS STANDARD.
           01  CBS-LINHA.
               05 CBS-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 CBS-CODIGO PIC 9(4).
               05 FILLER PIC X(1).
               05 CBS-BASE PIC X(1).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
               05 WS-CND-ITEM OCCURS 20 TIMES.
                   10 WS-CND-CODIGO PIC 9(2).
                   10 WS-CND-DIAS PIC 9(3).
           77 WS-FS-VENDTIT PIC X(2) VALUE "00".
           77 WS-FS-COMBASE PIC X(2) VALUE "00".
           77 WS-VNC-I PIC 9(4).
           77 WS-VNC-QTD PIC 9(4) VALUE ZEROS.
           77 WS-CBS-I PIC 9(3).
           77 WS-CBS-QTD PIC 9(3) VALUE ZEROS.
           77 WS-BASE-FORMA PIC X(1).
           77 WS-BASE-VENDEDOR PIC X(1).
           77 WS-CONT-VINCULOS PIC 9(4) VALUE ZEROS.
           01 WS-VINCULOS-DIA.
               05 WS-VNC-ITEM OCCURS 2000 TIMES.
                   10 WS-VNC-CLIENTE PIC 9(6).
                   10 WS-VNC-VENDEDOR PIC 9(4).
                   10 WS-VNC-FORMA PIC 9(2).
                   10 WS-VNC-VALOR PIC S9(9)V99.
           01 WS-BASES-COMISSAO.
               05 WS-CBS-ITEM OCCURS 300 TIMES.
                   10 WS-CBS-TIPO PIC X(1).
                   10 WS-CBS-CODIGO PIC 9(4).
                   10 WS-CBS-BASE PIC X(1).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "RUNCTL-REG.CPY".
               PERFORM 1000-INICIAR
               PERFORM 2000-PROCESSAR UNTIL WS-FS-VENDDET NOT = "00"
               PERFORM 3000-GRAVAR-TITULOS
               PERFORM 3300-GRAVAR-VINCULOS
               PERFORM 9000-FINALIZAR
               PERFORM 0950-REGISTRAR-FIM
           ELSE
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A GERAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN I-O CONTAS-RECEBER.

           PERFORM 1100-CARREGAR-CONDICOES.

           OPEN I-O VINCULO-VENDA-TITULO.
           IF WS-FS-VENDTIT = "35"
               OPEN OUTPUT VINCULO-VENDA-TITULO
               CLOSE VINCULO-VENDA-TITULO
               OPEN I-O VINCULO-VENDA-TITULO
           END-IF.

           PERFORM 1200-CARREGAR-BASES.

       1100-CARREGAR-CONDICOES.
           OPEN INPUT CONDICOES-PAGAMENTO.
           IF WS-FS-CONDPAG = "00"
                   END-IF
           END-READ.

       1200-CARREGAR-BASES.
           OPEN INPUT CONFIG-BASE-COMISSAO.
           IF WS-FS-COMBASE = "00"
               PERFORM 1210-CARREGAR-BASES-LOOP
                   UNTIL WS-FS-COMBASE NOT = "00"
                       OR WS-CBS-QTD >= 300
               CLOSE CONFIG-BASE-COMISSAO
           END-IF.
           MOVE "00" TO WS-FS-COMBASE.

       1210-CARREGAR-BASES-LOOP.
           READ CONFIG-BASE-COMISSAO
               AT END
                   MOVE "10" TO WS-FS-COMBASE
               NOT AT END
                   IF (CBS-TIPO = "V" OR CBS-TIPO = "F")
                           AND CBS-CODIGO IS NUMERIC
                           AND (CBS-BASE = "V" OR CBS-BASE = "R")
                       ADD 1 TO WS-CBS-QTD
                       MOVE CBS-TIPO TO WS-CBS-TIPO(WS-CBS-QTD)
                       MOVE CBS-CODIGO TO WS-CBS-CODIGO(WS-CBS-QTD)
                       MOVE CBS-BASE TO WS-CBS-BASE(WS-CBS-QTD)
                   END-IF
           END-READ.

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

       2000-PROCESSAR.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA = DMV-DATA
                           AND VDT-FORMA-PAGTO NOT = 4
                       PERFORM 2100-ACUMULAR-CLIENTE
                       PERFORM 2300-ACUMULAR-VINCULO
                   END-IF
                   IF VDT-DATA > DMV-DATA
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

               ADD VDT-VALOR TO WS-CLI-TAB-TOTAL(WS-CLI-I)
           END-IF.

      *****************************************
      * VENDA LIQUIDA DO DIA POR CLIENTE, VENDEDOR E FORMA PARA O
      * VINCULO VENDTIT
      *****************************************
       2300-ACUMULAR-VINCULO.
           PERFORM VARYING WS-VNC-I FROM 1 BY 1
                   UNTIL WS-VNC-I > WS-VNC-QTD
                       OR (WS-VNC-CLIENTE(WS-VNC-I) = VDT-CODIGO
                       AND WS-VNC-VENDEDOR(WS-VNC-I) = VDT-VENDEDOR
                       AND WS-VNC-FORMA(WS-VNC-I) = VDT-FORMA-PAGTO)
               CONTINUE
           END-PERFORM.

           IF WS-VNC-I > WS-VNC-QTD
               IF WS-VNC-QTD < 2000
                   ADD 1 TO WS-VNC-QTD
                   MOVE WS-VNC-QTD TO WS-VNC-I
                   MOVE VDT-CODIGO TO WS-VNC-CLIENTE(WS-VNC-I)
                   MOVE VDT-VENDEDOR TO WS-VNC-VENDEDOR(WS-VNC-I)
                   MOVE VDT-FORMA-PAGTO TO WS-VNC-FORMA(WS-VNC-I)
                   MOVE ZEROS TO WS-VNC-VALOR(WS-VNC-I)
               ELSE
                   DISPLAY "*** TABELA DE VINCULOS CHEIA (2000) - "
                       "CLIENTE " VDT-CODIGO " VENDEDOR "
                       VDT-VENDEDOR " SEM VINCULO ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-VNC-I <= WS-VNC-QTD
               IF VDT-TIPO-ESTORNO
                   SUBTRACT VDT-VALOR FROM WS-VNC-VALOR(WS-VNC-I)
               ELSE
                   ADD VDT-VALOR TO WS-VNC-VALOR(WS-VNC-I)
               END-IF
           END-IF.

       3000-GRAVAR-TITULOS.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   UNTIL WS-CLI-I > WS-CLI-QTD
      * VENCIMENTO PELO PRAZO DO CLIENTE: CODIGO DE CONDICAO DO
      * CADASTRO BUSCA OS DIAS NA TABELA CONDPAG (PADRAO 30), SOMA
      * DIAS CORRIDOS E ROLA PARA O PROXIMO DIA UTIL QUANDO O
      * VENCIMENTO CAI EM FERIADO OU FIM DE SEMANA, NO CALENDARIO DA
      * FILIAL DO CLIENTE
      *****************************************
       3050-CALCULAR-VENCIMENTO.
           MOVE 30 TO WS-PRAZO-DIAS.
           MOVE ZEROS TO CAL-FILIAL.

           IF CADASTRO-DISPONIVEL
               MOVE WS-CLI-TAB-CODIGO(WS-CLI-I) TO CLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-FILIAL TO CAL-FILIAL
                       PERFORM VARYING WS-CND-I FROM 1 BY 1
                               UNTIL WS-CND-I > WS-CND-QTD
                           IF WS-CND-CODIGO(WS-CND-I) =
           MOVE "T" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
           MOVE "C" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-CONT-CREDITOS
           END-WRITE.

      *****************************************
      * UM VINCULO POR VENDEDOR E FORMA COM VENDA LIQUIDA POSITIVA,
      * COM O VALOR DO TITULO DO CLIENTE (ZEROS QUANDO O DIA NAO
      * GEROU TITULO) E A BASE DE COMISSAO DO MOMENTO DO CORTE
      *****************************************
       3300-GRAVAR-VINCULOS.
           PERFORM VARYING WS-VNC-I FROM 1 BY 1
                   UNTIL WS-VNC-I > WS-VNC-QTD
               IF WS-VNC-VALOR(WS-VNC-I) > ZEROS
                   PERFORM 3310-GRAVAR-UM-VINCULO
               END-IF
           END-PERFORM.

       3310-GRAVAR-UM-VINCULO.
           MOVE WS-VNC-CLIENTE(WS-VNC-I) TO VTT-CLIENTE.
           MOVE DMV-DATA TO VTT-DATA.
           MOVE WS-VNC-VENDEDOR(WS-VNC-I) TO VTT-VENDEDOR.
           MOVE WS-VNC-FORMA(WS-VNC-I) TO VTT-FORMA-PAGTO.
           MOVE WS-VNC-VALOR(WS-VNC-I) TO VTT-VALOR.

           MOVE ZEROS TO VTT-VALOR-TITULO.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   UNTIL WS-CLI-I > WS-CLI-QTD
               IF WS-CLI-TAB-CODIGO(WS-CLI-I) = VTT-CLIENTE
                       AND WS-CLI-TAB-TOTAL(WS-CLI-I) > ZEROS
                   MOVE WS-CLI-TAB-TOTAL(WS-CLI-I) TO
                       VTT-VALOR-TITULO
               END-IF
           END-PERFORM.

           MOVE "V" TO WS-BASE-FORMA.
           MOVE SPACES TO WS-BASE-VENDEDOR.
           PERFORM VARYING WS-CBS-I FROM 1 BY 1
                   UNTIL WS-CBS-I > WS-CBS-QTD
               IF WS-CBS-TIPO(WS-CBS-I) = "F"
                       AND WS-CBS-CODIGO(WS-CBS-I) = VTT-FORMA-PAGTO
                   MOVE WS-CBS-BASE(WS-CBS-I) TO WS-BASE-FORMA
               END-IF
               IF WS-CBS-TIPO(WS-CBS-I) = "V"
                       AND WS-CBS-CODIGO(WS-CBS-I) = VTT-VENDEDOR
                   MOVE WS-CBS-BASE(WS-CBS-I) TO WS-BASE-VENDEDOR
               END-IF
           END-PERFORM.
           IF WS-BASE-VENDEDOR NOT = SPACES
               MOVE WS-BASE-VENDEDOR TO VTT-BASE
           ELSE
               MOVE WS-BASE-FORMA TO VTT-BASE
           END-IF.

           WRITE VTT-REGISTRO
               INVALID KEY
                   DISPLAY "VINCULO JA EXISTE PARA O CLIENTE "
                       VTT-CLIENTE " VENDEDOR " VTT-VENDEDOR
                       " - NAO REGRAVADO"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-VINCULOS
           END-WRITE.

       9000-FINALIZAR.
           IF TABELA-CHEIA
               DISPLAY "*** GERACAO INCOMPLETA - TABELA DE CLIENTES "
               CLOSE VENDAS-DETALHE
           END-IF.
           CLOSE CONTAS-RECEBER.
           CLOSE VINCULO-VENDA-TITULO.

           IF CADASTRO-DISPONIVEL
               CLOSE CADASTRO-CLIENTES
               DMV-DATA ": " WS-CONT-EDITADO.
           MOVE WS-CONT-CREDITOS TO WS-CONT-EDITADO.
           DISPLAY "NOTAS DE CREDITO GERADAS....: " WS-CONT-EDITADO.
           MOVE WS-CONT-VINCULOS TO WS-CONT-EDITADO.
           DISPLAY "VINCULOS VENDA/TITULO.......: " WS-CONT-EDITADO.

       END PROGRAM GERAREC.
