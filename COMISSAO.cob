      *UM MES ANTERIOR JA PAGO NAO ABATE O LIQUIDO DO MES: VIRA
      *ESTORNO DE COMISSAO (CLAWBACK) NA TAXA BASE DO VENDEDOR,
      *DEDUZIDO NO DEMONSTRATIVO COM TOTAL PROPRIO PARA A FOLHA.
      *O RESULTADO POR VENDEDOR (COMISSAO BRUTA E CLAWBACK) E OS
      *TOTAIS VAO TAMBEM PARA O COMAPUR, QUE O FOLHAEXP LE PARA GERAR
      *A INTERFACE DA FOLHA.
      *BASE DE COMISSAO POR VENDEDOR OU FORMA DE PAGAMENTO (COMBASE,
      *GRAVADA NO VINCULO VENDTIT PELO GERAREC): A VENDA NA BASE
      *"RECEBIMENTO" FICA FORA DO LIQUIDO DO MES E A COMISSAO, NA
      *TAXA BASE DO VENDEDOR, E GANHA NA PROPORCAO DO PRINCIPAL PAGO
      *NOS TITULOS DA VENDA NO MES (PAGTLOG, INCLUSIVE ADIANTAMENTO
      *APLICADO; PARCELAS DE PLANO E RENEGOCIACOES PELO RENEGLOG);
      *VALOR BAIXADO COMO PERDA NUNCA GERA COMISSAO. O DEMONSTRATIVO
      *MOSTRA A COMISSAO GANHA NO RECEBIDO E A PENDENTE SOBRE O SALDO
      *EM ABERTO DOS TITULOS (CTRECEB) NA DATA DA APURACAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
               SELECT CONFIG-COMISSAO ASSIGN TO "COMICFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMICFG.

               SELECT APURACAO-COMISSOES ASSIGN TO "COMAPUR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMAPUR.

               SELECT VINCULO-VENDA-TITULO ASSIGN TO "VENDTIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VTT-CHAVE
                   FILE STATUS IS WS-FS-VENDTIT.

               SELECT CONFIG-BASE-COMISSAO ASSIGN TO "COMBASE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-COMBASE.

               SELECT LOG-PAGAMENTOS ASSIGN TO "PAGTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PAGTLOG.

               SELECT LOG-RENEGOCIACOES ASSIGN TO "RENEGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RENEGLOG.

               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               05 FILLER PIC X(1).
               05 CMC-FATOR-ACELERADO PIC 9(1)V99.

           FD  APURACAO-COMISSOES
               LABEL RECORD IS STANDARD.
               COPY "COMAPUR-REG.CPY".

           FD  VINCULO-VENDA-TITULO
               LABEL RECORD IS STANDARD.
               COPY "VENDTIT-REG.CPY".

           FD  CONFIG-BASE-COMISSAO
               LABEL RECORD IS STANDARD.
           01  CBS-LINHA.
               05 CBS-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 CBS-CODIGO PIC 9(4).
               05 FILLER PIC X(1).
               05 CBS-BASE PIC X(1).

           FD  LOG-PAGAMENTOS
               LABEL RECORD IS STANDARD.
           01  PAG-LINHA PIC X(120).
           01  PAG-BAIXA.
               05 PGB-DATA PIC X(8).
               05 FILLER PIC X(9).
               05 PGB-CLIENTE PIC 9(6).
               05 FILLER PIC X(5).
               05 PGB-DOCUMENTO PIC 9(8).
               05 PGB-HISTORICO PIC X(11).
                   88 PGB-PAGAMENTO VALUE " PRINCIPAL ".
               05 PGB-PRINCIPAL PIC 9(8)V99.
           01  PAG-COMPENSACAO.
               05 FILLER PIC X(36).
               05 PGC-HISTORICO PIC X(18).
                   88 PGC-ADIANTAMENTO-APLICADO
                       VALUE " ADIANT. APLICADO ".
               05 PGC-VALOR PIC 9(8)V99.

           FD  LOG-RENEGOCIACOES
               LABEL RECORD IS STANDARD.
           01  RNL-PLANO.
               05 RNL-TIPO PIC X(1).
                   88 RNL-TIPO-PLANO VALUE "P".
                   88 RNL-TIPO-ORIGINAL VALUE "T".
               05 FILLER PIC X(1).
               05 RNL-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RNL-PLANO-DOC PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-PRINCIPAL PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-ENCARGOS PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-DESCONTO PIC 9(8)V99.
               05 FILLER PIC X(1).
               05 RNL-VALOR-PLANO PIC 9(8)V99.
           01  RNL-ORIGINAL.
               05 RNL-O-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 RNL-O-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-CLIENTE PIC 9(6).
               05 FILLER PIC X(1).
               05 RNL-O-PLANO-DOC PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-DOCUMENTO PIC 9(8).
               05 FILLER PIC X(1).
               05 RNL-O-SALDO PIC 9(8)V99.

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-VENDMST PIC X(2) VALUE "00".
           77 WS-FS-RELCOM PIC X(2) VALUE "00".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-CLAWBACK PIC 9(8)V99.
           77 WS-TOTAL-CLAWBACK PIC 9(10)V99 VALUE ZEROS.
           77 WS-CLAWBACK-EDITADO PIC Z(6)9,99.
           77 WS-FS-COMAPUR PIC X(2) VALUE "00".
           77 WS-COMISSAO-BRUTA PIC 9(8)V99.
           77 WS-TOTAL-BRUTO PIC 9(10)V99 VALUE ZEROS.
           77 WS-FS-VENDTIT PIC X(2) VALUE "00".
           77 WS-FS-COMBASE PIC X(2) VALUE "00".
           77 WS-FS-PAGTLOG PIC X(2) VALUE "00".
           77 WS-FS-RENEGLOG PIC X(2) VALUE "00".
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-VINCULOS-SW PIC X(1) VALUE "N".
               88 VINCULOS-DISPONIVEL VALUE "S".
               88 VINCULOS-INDISPONIVEL VALUE "N".
           77 WS-VEN-BUSCA PIC 9(4).
           77 WS-CBS-I PIC 9(3).
           77 WS-CBS-QTD PIC 9(3) VALUE ZEROS.
           77 WS-RNG-I PIC 9(4).
           77 WS-RNG-QTD PIC 9(4) VALUE ZEROS.
           77 WS-BASE-LINHA PIC X(1).
               88 LINHA-BASE-RECEBIMENTO VALUE "R".
           77 WS-BASE-VENDEDOR PIC X(1).
           77 WS-DIS-CLIENTE PIC 9(6).
           77 WS-DIS-DATA PIC 9(8).
           77 WS-DIS-VALOR PIC 9(8)V99.
           77 WS-DIS-PARCIAL PIC 9(8)V99.
           77 WS-DIS-DESTINO PIC X(1).
               88 DISTRIBUIR-RECEBIDO VALUE "R".
               88 DISTRIBUIR-PENDENTE VALUE "P".
           77 WS-DIS-BASE PIC 9(8)V99.
           77 WS-PLANO-BASE PIC 9(8).
           77 WS-VALOR-PLANO PIC 9(8)V99.
           77 WS-COMISSAO-RECEBIDO PIC 9(8)V99.
           77 WS-COMISSAO-PENDENTE PIC 9(8)V99.
           77 WS-TOTAL-COM-RECEBIDO PIC 9(10)V99 VALUE ZEROS.
           77 WS-TOTAL-COM-PENDENTE PIC 9(10)V99 VALUE ZEROS.
           01 WS-DOC-TITULO PIC 9(8).
           01 WS-DOC-PARTES REDEFINES WS-DOC-TITULO.
               05 WS-DOC-AAMMDD PIC 9(6).
               05 WS-DOC-NN PIC 9(2).
           01 WS-TOTAIS-VENDEDOR.
               05 WS-VEN-ITEM OCCURS 200 TIMES.
                   10 WS-VEN-TAB-CODIGO PIC 9(4).
                   10 WS-VEN-TAB-TOTAL PIC S9(9)V99.
                   10 WS-VEN-TAB-EST-ANTERIOR PIC 9(9)V99.
                   10 WS-VEN-TAB-RECEBIDO PIC 9(9)V99.
                   10 WS-VEN-TAB-PENDENTE PIC 9(9)V99.
           01 WS-BASES-COMISSAO.
               05 WS-CBS-ITEM OCCURS 300 TIMES.
                   10 WS-CBS-TIPO PIC X(1).
                   10 WS-CBS-CODIGO PIC 9(4).
                   10 WS-CBS-BASE PIC X(1).
           01 WS-RENEGOCIACOES.
               05 WS-RNG-ITEM OCCURS 1000 TIMES.
                   10 WS-RNG-TIPO PIC X(1).
                   10 WS-RNG-CLIENTE PIC 9(6).
                   10 WS-RNG-PLANO PIC 9(8).
                   10 WS-RNG-DOCUMENTO PIC 9(8).
                   10 WS-RNG-VALOR PIC 9(8)V99.
           01 WS-PERIODO-APURACAO.
               05 WS-PA-ANO PIC 9(4).
               05 WS-PA-MES PIC 9(2).
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-VENDDET NOT = "00".
           PERFORM 2500-APURAR-RECEBIMENTOS.
           PERFORM 2700-APURAR-PENDENTES.
           PERFORM 3000-GERAR-DEMONSTRATIVOS.
           PERFORM 9000-FINALIZAR.

           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A APURAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT CADASTRO-VENDEDORES.
           END-IF.

           PERFORM 1100-CARREGAR-FATORES.
           PERFORM 1200-CARREGAR-BASES.
           PERFORM 1300-CARREGAR-RENEGOCIACOES.

           OPEN INPUT VINCULO-VENDA-TITULO.
           IF WS-FS-VENDTIT = "00"
               SET VINCULOS-DISPONIVEL TO TRUE
           ELSE
               SET VINCULOS-INDISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT APURACAO-COMISSOES.
           MOVE SPACES TO CAP-LINHA.
           SET CAP-CABECALHO TO TRUE.
           MOVE WS-PERIODO-APURACAO TO CAP-PERIODO.
           WRITE CAP-LINHA.

           MOVE SPACES TO COM-LINHA.
           STRING "APURACAO DE COMISSOES - PERIODO " WS-ANO-APURACAO
           END-IF.
           MOVE "00" TO WS-FS-COMICFG.

      *****************************************
      * BASE DE COMISSAO (COMBASE): TIPO V (VENDEDOR) OU F (FORMA DE
      * PAGAMENTO) E BASE V (NA VENDA) OU R (NO RECEBIMENTO); VALE
      * PARA AS VENDAS AINDA SEM VINCULO GRAVADO PELO GERAREC
      *****************************************
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
      * PLANOS DE RENEGOCIACAO (VALOR DO PLANO) E TITULOS ORIGINAIS
      * (SALDO RENEGOCIADO) PARA RATEAR O RECEBIDO NAS PARCELAS DO
      * PLANO ENTRE AS VENDAS DE ORIGEM
      *****************************************
       1300-CARREGAR-RENEGOCIACOES.
           OPEN INPUT LOG-RENEGOCIACOES.
           IF WS-FS-RENEGLOG = "00"
               PERFORM 1310-CARREGAR-RENEG-LOOP
                   UNTIL WS-FS-RENEGLOG NOT = "00"
               CLOSE LOG-RENEGOCIACOES
           END-IF.
           MOVE "00" TO WS-FS-RENEGLOG.

       1310-CARREGAR-RENEG-LOOP.
           READ LOG-RENEGOCIACOES
               AT END
                   MOVE "10" TO WS-FS-RENEGLOG
               NOT AT END
                   IF (RNL-TIPO-PLANO OR RNL-TIPO-ORIGINAL)
                           AND WS-RNG-QTD < 1000
                       ADD 1 TO WS-RNG-QTD
                       MOVE RNL-TIPO TO WS-RNG-TIPO(WS-RNG-QTD)
                       MOVE RNL-CLIENTE TO WS-RNG-CLIENTE(WS-RNG-QTD)
                       MOVE RNL-PLANO-DOC TO WS-RNG-PLANO(WS-RNG-QTD)
                       IF RNL-TIPO-PLANO
                           MOVE ZEROS TO WS-RNG-DOCUMENTO(WS-RNG-QTD)
                           MOVE RNL-VALOR-PLANO TO
                               WS-RNG-VALOR(WS-RNG-QTD)
                       ELSE
                           MOVE RNL-O-DOCUMENTO TO
                               WS-RNG-DOCUMENTO(WS-RNG-QTD)
                           MOVE RNL-O-SALDO TO
                               WS-RNG-VALOR(WS-RNG-QTD)
                       END-IF
                   END-IF
           END-READ.

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
                   MOVE VDT-DATA TO WS-DATA-DETALHE
                   IF WS-DD-ANO = WS-ANO-APURACAO
                           AND WS-DD-MES = WS-MES-APURACAO
                       PERFORM 2050-APURAR-BASE-LINHA
                       IF NOT LINHA-BASE-RECEBIMENTO
                           PERFORM 2100-ACUMULAR-VENDEDOR
                       END-IF
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

      *****************************************
      * BASE DA LINHA: A DO VINCULO DA VENDA COM O TITULO (NO
      * ESTORNO, O DA VENDA ORIGINAL); SEM VINCULO, A DO COMBASE.
      * VENDA EM PONTOS (FORMA 04) NAO TEM TITULO: SEMPRE NA VENDA
      *****************************************
       2050-APURAR-BASE-LINHA.
           MOVE "V" TO WS-BASE-LINHA.

           IF VDT-FORMA-PAGTO NOT = 4
               MOVE SPACES TO WS-BASE-LINHA
               IF VINCULOS-DISPONIVEL
                   MOVE VDT-CODIGO TO VTT-CLIENTE
                   MOVE VDT-DATA TO VTT-DATA
                   IF VDT-TIPO-ESTORNO AND VDT-REF-DATA > ZEROS
                       MOVE VDT-REF-DATA TO VTT-DATA
                   END-IF
                   MOVE VDT-VENDEDOR TO VTT-VENDEDOR
                   MOVE VDT-FORMA-PAGTO TO VTT-FORMA-PAGTO
                   READ VINCULO-VENDA-TITULO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VTT-BASE TO WS-BASE-LINHA
                   END-READ
               END-IF
               IF WS-BASE-LINHA = SPACES
                   PERFORM 2060-BASE-DO-COMBASE
               END-IF
           END-IF.

       2060-BASE-DO-COMBASE.
           MOVE "V" TO WS-BASE-LINHA.
           MOVE SPACES TO WS-BASE-VENDEDOR.
           PERFORM VARYING WS-CBS-I FROM 1 BY 1
                   UNTIL WS-CBS-I > WS-CBS-QTD
               IF WS-CBS-TIPO(WS-CBS-I) = "F"
                       AND WS-CBS-CODIGO(WS-CBS-I) = VDT-FORMA-PAGTO
                   MOVE WS-CBS-BASE(WS-CBS-I) TO WS-BASE-LINHA
               END-IF
               IF WS-CBS-TIPO(WS-CBS-I) = "V"
                       AND WS-CBS-CODIGO(WS-CBS-I) = VDT-VENDEDOR
                   MOVE WS-CBS-BASE(WS-CBS-I) TO WS-BASE-VENDEDOR
               END-IF
           END-PERFORM.
           IF WS-BASE-VENDEDOR NOT = SPACES
               MOVE WS-BASE-VENDEDOR TO WS-BASE-LINHA
           END-IF.

       2100-ACUMULAR-VENDEDOR.
           MOVE VDT-VENDEDOR TO WS-VEN-BUSCA.
           PERFORM 2150-LOCALIZAR-VENDEDOR.
           IF VENDEDOR-ACHADO
               PERFORM 2200-SOMAR-NO-VENDEDOR
           END-IF.

      *****************************************
      * POSICIONA WS-VEN-I NO VENDEDOR WS-VEN-BUSCA, INCLUINDO-O NA
      * TABELA QUANDO NOVO; SEM ESPACO, VENDEDOR-NAO-ACHADO
      *****************************************
       2150-LOCALIZAR-VENDEDOR.
           SET VENDEDOR-NAO-ACHADO TO TRUE.

           PERFORM VARYING WS-VEN-I FROM 1 BY 1
                   UNTIL WS-VEN-I > WS-VEN-QTD OR VENDEDOR-ACHADO
               IF WS-VEN-TAB-CODIGO(WS-VEN-I) = WS-VEN-BUSCA
                   SET VENDEDOR-ACHADO TO TRUE
               END-IF
           END-PERFORM.

           IF VENDEDOR-ACHADO
               SUBTRACT 1 FROM WS-VEN-I
           ELSE
               IF WS-VEN-QTD < 200
                   ADD 1 TO WS-VEN-QTD
                   MOVE WS-VEN-QTD TO WS-VEN-I
                   MOVE WS-VEN-BUSCA TO WS-VEN-TAB-CODIGO(WS-VEN-I)
                   MOVE ZEROS TO WS-VEN-TAB-TOTAL(WS-VEN-I)
                   MOVE ZEROS TO WS-VEN-TAB-EST-ANTERIOR(WS-VEN-I)
                   MOVE ZEROS TO WS-VEN-TAB-RECEBIDO(WS-VEN-I)
                   MOVE ZEROS TO WS-VEN-TAB-PENDENTE(WS-VEN-I)
                   SET VENDEDOR-ACHADO TO TRUE
               ELSE
                   IF TABELA-COM-ESPACO
                       SET TABELA-CHEIA TO TRUE
                       DISPLAY "*** TABELA DE VENDEDORES CHEIA (200) "
                           "- VENDEDOR " WS-VEN-BUSCA " E SEGUINTES "
                           "FORA DA APURACAO - AUMENTE A TABELA ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ADD VDT-VALOR TO WS-VEN-TAB-TOTAL(WS-VEN-I)
           END-IF.

      *****************************************
      * RECEBIMENTOS DO MES NO PAGTLOG: PRINCIPAL DAS BAIXAS E
      * ADIANTAMENTOS APLICADOS (JUROS, MULTA E NOTAS DE CREDITO NAO
      * GERAM COMISSAO), RATEADOS ENTRE OS VENDEDORES DA VENDA
      *****************************************
       2500-APURAR-RECEBIMENTOS.
           IF VINCULOS-DISPONIVEL
               OPEN INPUT LOG-PAGAMENTOS
               IF WS-FS-PAGTLOG = "00"
                   SET DISTRIBUIR-RECEBIDO TO TRUE
                   PERFORM 2510-LER-PAGAMENTO
                       UNTIL WS-FS-PAGTLOG NOT = "00"
                   CLOSE LOG-PAGAMENTOS
               END-IF
               MOVE "00" TO WS-FS-PAGTLOG
           END-IF.

       2510-LER-PAGAMENTO.
           READ LOG-PAGAMENTOS
               AT END
                   MOVE "10" TO WS-FS-PAGTLOG
               NOT AT END
                   IF PGB-DATA(1:6) = WS-PERIODO-APURACAO
                           AND PGB-CLIENTE IS NUMERIC
                           AND PGB-DOCUMENTO IS NUMERIC
                       MOVE ZEROS TO WS-DIS-VALOR
                       EVALUATE TRUE
                           WHEN PGB-PAGAMENTO
                               MOVE PGB-PRINCIPAL TO WS-DIS-VALOR
                           WHEN PGC-ADIANTAMENTO-APLICADO
                               MOVE PGC-VALOR TO WS-DIS-VALOR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WS-DIS-VALOR > ZEROS
                           MOVE PGB-CLIENTE TO WS-DIS-CLIENTE
                           MOVE PGB-DOCUMENTO TO WS-DOC-TITULO
                           PERFORM 2600-DISTRIBUIR-TITULO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * SALDO EM ABERTO DOS TITULOS NA DATA DA APURACAO: BASE DA
      * COMISSAO PENDENTE DE RECEBIMENTO (TITULO BAIXADO COMO PERDA
      * FICA COM SALDO ZERO E SAI DA PENDENCIA SEM GERAR COMISSAO)
      *****************************************
       2700-APURAR-PENDENTES.
           IF VINCULOS-DISPONIVEL
               OPEN INPUT CONTAS-RECEBER
               IF WS-FS-CTRECEB = "00"
                   SET DISTRIBUIR-PENDENTE TO TRUE
                   PERFORM 2710-LER-TITULO
                       UNTIL WS-FS-CTRECEB NOT = "00"
                   CLOSE CONTAS-RECEBER
               END-IF
               MOVE "00" TO WS-FS-CTRECEB
           END-IF.

       2710-LER-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
                       MOVE REC-CLIENTE TO WS-DIS-CLIENTE
                       MOVE REC-DOCUMENTO TO WS-DOC-TITULO
                       MOVE REC-SALDO TO WS-DIS-VALOR
                       PERFORM 2600-DISTRIBUIR-TITULO
                   END-IF
           END-READ.

      *****************************************
      * DOCUMENTO DO TITULO PARA A DATA DA VENDA: TITULO DO DIA
      * (AAAAMMDD), PARCELA DO PLANO DO BALCAO (AAMMDDNN) OU PARCELA
      * DE RENEGOCIACAO (9PPPPPNN), RATEADA ENTRE OS ORIGINAIS PELO
      * SALDO RENEGOCIADO SOBRE O VALOR DO PLANO. ADIANTAMENTO (1),
      * CHEQUE DEVOLVIDO (7) E CONTRATO (8) NAO VEM DE VENDA
      *****************************************
       2600-DISTRIBUIR-TITULO.
           IF WS-DOC-TITULO(1:1) = "9"
               COMPUTE WS-PLANO-BASE = WS-DOC-AAMMDD * 100
               MOVE ZEROS TO WS-VALOR-PLANO
               PERFORM VARYING WS-RNG-I FROM 1 BY 1
                       UNTIL WS-RNG-I > WS-RNG-QTD
                   IF WS-RNG-TIPO(WS-RNG-I) = "P"
                           AND WS-RNG-CLIENTE(WS-RNG-I) =
                               WS-DIS-CLIENTE
                           AND WS-RNG-PLANO(WS-RNG-I) = WS-PLANO-BASE
                       MOVE WS-RNG-VALOR(WS-RNG-I) TO WS-VALOR-PLANO
                   END-IF
               END-PERFORM
               IF WS-VALOR-PLANO > ZEROS
                   PERFORM VARYING WS-RNG-I FROM 1 BY 1
                           UNTIL WS-RNG-I > WS-RNG-QTD
                       IF WS-RNG-TIPO(WS-RNG-I) = "T"
                               AND WS-RNG-CLIENTE(WS-RNG-I) =
                                   WS-DIS-CLIENTE
                               AND WS-RNG-PLANO(WS-RNG-I) =
                                   WS-PLANO-BASE
                           PERFORM 2620-DISTRIBUIR-ORIGINAL
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               MOVE WS-DIS-VALOR TO WS-DIS-PARCIAL
               PERFORM 2630-DATA-DA-VENDA
               IF WS-DIS-DATA > ZEROS
                   PERFORM 2610-RATEAR-VINCULOS
               END-IF
           END-IF.

      *****************************************
      * O VALOR E DIVIDIDO ENTRE OS VINCULOS NA BASE RECEBIMENTO DA
      * VENDA PELA PARTICIPACAO DE CADA UM NO VALOR DO TITULO DO DIA
      *****************************************
       2610-RATEAR-VINCULOS.
           MOVE WS-DIS-CLIENTE TO VTT-CLIENTE.
           MOVE WS-DIS-DATA TO VTT-DATA.
           MOVE ZEROS TO VTT-VENDEDOR VTT-FORMA-PAGTO.
           START VINCULO-VENDA-TITULO KEY IS NOT LESS THAN VTT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDTIT
           END-START.

           PERFORM 2640-RATEAR-UM-VINCULO
               UNTIL WS-FS-VENDTIT NOT = "00".
           MOVE "00" TO WS-FS-VENDTIT.

       2620-DISTRIBUIR-ORIGINAL.
           MOVE WS-RNG-DOCUMENTO(WS-RNG-I) TO WS-DOC-TITULO.
           IF WS-DOC-TITULO(1:1) NOT = "9"
               COMPUTE WS-DIS-PARCIAL ROUNDED = WS-DIS-VALOR *
                   WS-RNG-VALOR(WS-RNG-I) / WS-VALOR-PLANO
               PERFORM 2630-DATA-DA-VENDA
               IF WS-DIS-DATA > ZEROS
                   PERFORM 2610-RATEAR-VINCULOS
               END-IF
           END-IF.

       2630-DATA-DA-VENDA.
           EVALUATE TRUE
               WHEN WS-DOC-TITULO(1:2) = "20"
                   MOVE WS-DOC-TITULO TO WS-DIS-DATA
               WHEN WS-DOC-TITULO(1:1) = "1" OR "7" OR "8" OR "9"
                   MOVE ZEROS TO WS-DIS-DATA
               WHEN WS-DOC-NN > ZEROS
                   COMPUTE WS-DIS-DATA = 20000000 + WS-DOC-AAMMDD
               WHEN OTHER
                   MOVE ZEROS TO WS-DIS-DATA
           END-EVALUATE.

       2640-RATEAR-UM-VINCULO.
           READ VINCULO-VENDA-TITULO NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDTIT
               NOT AT END
                   IF VTT-CLIENTE NOT = WS-DIS-CLIENTE
                           OR VTT-DATA NOT = WS-DIS-DATA
                       MOVE "10" TO WS-FS-VENDTIT
                   ELSE
                       IF VTT-BASE-RECEBIMENTO
                               AND VTT-VALOR-TITULO > ZEROS
                           PERFORM 2650-CREDITAR-VENDEDOR
                       END-IF
                   END-IF
           END-READ.

       2650-CREDITAR-VENDEDOR.
           COMPUTE WS-DIS-BASE ROUNDED = WS-DIS-PARCIAL * VTT-VALOR
               / VTT-VALOR-TITULO.
           MOVE VTT-VENDEDOR TO WS-VEN-BUSCA.
           PERFORM 2150-LOCALIZAR-VENDEDOR.
           IF VENDEDOR-ACHADO
               IF DISTRIBUIR-RECEBIDO
                   ADD WS-DIS-BASE TO WS-VEN-TAB-RECEBIDO(WS-VEN-I)
               ELSE
                   ADD WS-DIS-BASE TO WS-VEN-TAB-PENDENTE(WS-VEN-I)
               END-IF
           END-IF.

       3000-GERAR-DEMONSTRATIVOS.
           PERFORM VARYING WS-VEN-I FROM 1 BY 1
                   UNTIL WS-VEN-I > WS-VEN-QTD

           PERFORM 3200-APURAR-META-VENDEDOR.
           PERFORM 3300-CALCULAR-COMISSAO-FAIXA.
           PERFORM 3500-CALCULAR-COMISSAO-RECEBIDO.
           ADD WS-COMISSAO-RECEBIDO TO WS-COMISSAO.
           MOVE WS-COMISSAO TO WS-COMISSAO-BRUTA.
           ADD WS-COMISSAO-BRUTA TO WS-TOTAL-BRUTO.
           PERFORM 3400-CALCULAR-CLAWBACK.

           ADD WS-COMISSAO TO WS-TOTAL-COMISSOES.

           IF WS-COMISSAO-BRUTA > ZEROS OR WS-CLAWBACK > ZEROS
               MOVE SPACES TO CAP-LINHA
               SET CAP-DETALHE TO TRUE
               MOVE WS-PERIODO-APURACAO TO CAP-PERIODO
               MOVE WS-VEN-TAB-CODIGO(WS-VEN-I) TO CAP-VENDEDOR
               MOVE WS-COMISSAO-BRUTA TO CAP-COMISSAO-BRUTA
               MOVE WS-CLAWBACK TO CAP-CLAWBACK
               WRITE CAP-LINHA
           END-IF.

           MOVE WS-VEN-TAB-TOTAL(WS-VEN-I) TO WS-VENDAS-EDITADO.
           MOVE WS-COMISSAO TO WS-COMISSAO-EDITADO.
           MOVE VEN-PERC-COMISSAO TO WS-PERC-EDITADO.
               DELIMITED BY SIZE INTO COM-LINHA.
           WRITE COM-LINHA.

           IF WS-VEN-TAB-RECEBIDO(WS-VEN-I) > ZEROS
                   OR WS-VEN-TAB-PENDENTE(WS-VEN-I) > ZEROS
               MOVE WS-VEN-TAB-RECEBIDO(WS-VEN-I) TO WS-VENDAS-EDITADO
               MOVE WS-COMISSAO-RECEBIDO TO WS-COMISSAO-EDITADO
               MOVE SPACES TO COM-LINHA
               STRING "  RECEBIDO NO MES  " WS-VENDAS-EDITADO
                   " COMISSAO GANHA SOBRE O RECEBIDO "
                   WS-COMISSAO-EDITADO
                   DELIMITED BY SIZE INTO COM-LINHA
               WRITE COM-LINHA
               MOVE WS-VEN-TAB-PENDENTE(WS-VEN-I) TO WS-VENDAS-EDITADO
               MOVE WS-COMISSAO-PENDENTE TO WS-COMISSAO-EDITADO
               MOVE SPACES TO COM-LINHA
               STRING "  A RECEBER        " WS-VENDAS-EDITADO
                   " COMISSAO PENDENTE DE RECEBIMENTO "
                   WS-COMISSAO-EDITADO
                   DELIMITED BY SIZE INTO COM-LINHA
               WRITE COM-LINHA
           END-IF.

           IF WS-CLAWBACK > ZEROS
               MOVE WS-CLAWBACK TO WS-CLAWBACK-EDITADO
               MOVE SPACES TO COM-LINHA
               WRITE COM-LINHA
           END-IF.

      *****************************************
      * VENDAS NA BASE RECEBIMENTO: TAXA BASE DO VENDEDOR SOBRE O
      * RECEBIDO NO MES (GANHA) E SOBRE O SALDO EM ABERTO (PENDENTE)
      *****************************************
       3500-CALCULAR-COMISSAO-RECEBIDO.
           COMPUTE WS-COMISSAO-RECEBIDO ROUNDED =
               WS-VEN-TAB-RECEBIDO(WS-VEN-I) * VEN-PERC-COMISSAO / 100.
           COMPUTE WS-COMISSAO-PENDENTE ROUNDED =
               WS-VEN-TAB-PENDENTE(WS-VEN-I) * VEN-PERC-COMISSAO / 100.
           ADD WS-COMISSAO-RECEBIDO TO WS-TOTAL-COM-RECEBIDO.
           ADD WS-COMISSAO-PENDENTE TO WS-TOTAL-COM-PENDENTE.

      *****************************************
      * CLAWBACK NA TAXA BASE DO VENDEDOR SOBRE O VALOR ESTORNADO
      * DE MESES JA PAGOS, DEDUZIDO DA COMISSAO DO MES (NUNCA ALEM
               WRITE COM-LINHA
           END-IF.

           MOVE WS-TOTAL-BRUTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO COM-LINHA.
           STRING "TOTAL DE COMISSOES BRUTAS......: "
               WS-TOTAL-EDITADO DELIMITED BY SIZE INTO COM-LINHA.
           WRITE COM-LINHA.

           MOVE WS-TOTAL-COMISSOES TO WS-TOTAL-EDITADO.
           MOVE SPACES TO COM-LINHA.
           STRING "TOTAL DE COMISSOES PARA A FOLHA: "
               WS-TOTAL-EDITADO DELIMITED BY SIZE INTO COM-LINHA.
           WRITE COM-LINHA.

           MOVE WS-TOTAL-COM-RECEBIDO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO COM-LINHA.
           STRING "TOTAL COMISSAO SOBRE RECEBIDOS.: "
               WS-TOTAL-EDITADO DELIMITED BY SIZE INTO COM-LINHA.
           WRITE COM-LINHA.

           MOVE WS-TOTAL-COM-PENDENTE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO COM-LINHA.
           STRING "TOTAL COMISSAO PENDENTE........: "
               WS-TOTAL-EDITADO DELIMITED BY SIZE INTO COM-LINHA.
           WRITE COM-LINHA.

           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF METAS-DISPONIVEL
               CLOSE METAS-VENDAS
           END-IF.
           IF VINCULOS-DISPONIVEL
               CLOSE VINCULO-VENDA-TITULO
           END-IF.
           CLOSE RELATORIO-COMISSOES.

           MOVE SPACES TO CAP-LINHA.
           SET CAP-TRAILER TO TRUE.
           MOVE WS-PERIODO-APURACAO TO CAP-PERIODO.
           MOVE ZEROS TO CAP-VENDEDOR.
           MOVE WS-TOTAL-BRUTO TO CAP-COMISSAO-BRUTA.
           MOVE WS-TOTAL-CLAWBACK TO CAP-CLAWBACK.
           IF TABELA-CHEIA
               SET CAP-INCOMPLETA TO TRUE
           ELSE
               SET CAP-COMPLETA TO TRUE
           END-IF.
           WRITE CAP-LINHA.
           CLOSE APURACAO-COMISSOES.

           DISPLAY "APURACAO GRAVADA NO ARQUIVO RELCOMIS".

       END PROGRAM COMISSAO.
