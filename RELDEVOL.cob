       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEVOL.
      *************************************
      *OBJETIVO: ANALISE MENSAL DE DEVOLUCOES: LE O DETALHE DE VENDAS
      *(VENDDET) DO ANO/MES INFORMADO E IMPRIME EM RELDEVOL OS
      *ESTORNOS POR CATEGORIA DE MOTIVO, POR MOTIVO (TABELA MOTEST),
      *POR PRODUTO, POR VENDEDOR E POR OPERADOR, COM A QUANTIDADE DE
      *ESTORNOS, AS UNIDADES DEVOLVIDAS, O VALOR ESTORNADO, A PARTE
      *POR DEFEITO, A TAXA DE DEVOLUCAO SOBRE A VENDA BRUTA DO MESMO
      *PRODUTO/VENDEDOR/OPERADOR (CATEGORIA E MOTIVO SOBRE A VENDA
      *BRUTA DA EMPRESA) E A PARTICIPACAO NO TOTAL ESTORNADO. LINHA
      *COM TAXA ACIMA DA TAXA DA EMPRESA SAI MARCADA COM *.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDAS-DETALHE ASSIGN TO "VENDDET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VDT-CHAVE
                   ALTERNATE RECORD KEY IS VDT-DATA
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-VENDDET.

               SELECT TABELA-MOTIVOS ASSIGN TO "MOTEST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MTE-CODIGO
                   FILE STATUS IS WS-FS-MOTEST.

               SELECT CADASTRO-VENDEDORES ASSIGN TO "VENDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VEN-CODIGO
                   FILE STATUS IS WS-FS-VENDMST.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT RELATORIO-DEVOLUCOES ASSIGN TO "RELDEVOL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELDEVOL.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK10".
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  TABELA-MOTIVOS
               LABEL RECORD IS STANDARD.
               COPY "MOTEST-REG.CPY".

           FD  CADASTRO-VENDEDORES
               LABEL RECORD IS STANDARD.
               COPY "VENDEDOR-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  RELATORIO-DEVOLUCOES
               LABEL RECORD IS STANDARD.
           01  DEV-LINHA PIC X(132).

      *****************************************
      * UM REGISTRO POR DIMENSAO: 1=CATEGORIA 2=MOTIVO 3=PRODUTO
      * 4=VENDEDOR 5=OPERADOR. A VENDA ENTRA SO NAS DIMENSOES 3 A 5
      * (BASE DA TAXA); O ESTORNO ENTRA NAS CINCO
      *****************************************
           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-DIMENSAO PIC 9(1).
               05 SRT-CHAVE PIC X(10).
               05 SRT-TIPO PIC X(1).
                   88 SRT-VENDA VALUE "V".
                   88 SRT-ESTORNO VALUE "E".
               05 SRT-DEFEITO PIC X(1).
                   88 SRT-POR-DEFEITO VALUE "S".
               05 SRT-VALOR PIC 9(8)V99.
               05 SRT-QUANTIDADE PIC 9(4).

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-MOTEST PIC X(2) VALUE "00".
           77 WS-FS-VENDMST PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RELDEVOL PIC X(2) VALUE "00".
           77 WS-DETALHE-SW PIC X(1) VALUE "N".
               88 DETALHE-DISPONIVEL VALUE "S".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-PRIMEIRO-SW PIC X(1).
               88 PRIMEIRO-REGISTRO VALUE "S".
               88 DEMAIS-REGISTROS VALUE "N".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-PERIODO PIC 9(6).
           77 WS-CATEGORIA PIC X(1).
           77 WS-CAT-DEFEITO-SW PIC X(1).
           77 WS-ANT-DIMENSAO PIC 9(1).
           77 WS-ANT-CHAVE PIC X(10).
           77 WS-DESCRICAO PIC X(30).
           77 WS-MARCA PIC X(1).
           77 WS-CODIGO-MOTIVO PIC 9(2).
           77 WS-CODIGO-PRODUTO PIC 9(6).
           77 WS-CODIGO-VENDEDOR PIC 9(4).
           77 WS-TOTAL-VENDAS PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-ESTORNOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-CONT-ESTORNOS PIC 9(6) VALUE ZEROS.
           77 WS-TAXA-EMPRESA PIC 9(3)V99 VALUE ZEROS.
           77 WS-TAXA PIC 9(3)V99.
           77 WS-PARTICIPACAO PIC 9(3)V9.
           77 WS-BASE-VENDAS PIC 9(11)V99.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-QTD-EDITADA PIC Z(6)9.
           77 WS-VENDAS-EDITADO PIC Z(10)9,99.
           77 WS-VALOR-EDITADO PIC Z(10)9,99.
           77 WS-DEFEITO-EDITADO PIC Z(10)9,99.
           77 WS-TAXA-EDITADA PIC ZZ9,99.
           77 WS-PART-EDITADA PIC ZZ9,9.
      *****************************************
      * ACUMULADOR DA CHAVE CORRENTE
      *****************************************
           01 WS-ACUMULADOR.
               05 WS-ACU-VENDAS PIC 9(11)V99.
               05 WS-ACU-ESTORNOS PIC 9(6).
               05 WS-ACU-QUANTIDADE PIC 9(7).
               05 WS-ACU-VALOR PIC 9(11)V99.
               05 WS-ACU-DEFEITO PIC 9(11)V99.
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-DIMENSAO SRT-CHAVE
               INPUT PROCEDURE IS 2000-SELECIONAR-LANCAMENTOS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ORDENADO.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           DISPLAY "DIGITE O ANO DA APURACAO (AAAA, ZEROS = MES DA "
               "DATA DE MOVIMENTO)".
           ACCEPT WS-ANO-APURACAO.
           DISPLAY "DIGITE O MES DA APURACAO (MM)".
           ACCEPT WS-MES-APURACAO.
           IF WS-ANO-APURACAO = ZEROS OR WS-MES-APURACAO = ZEROS
                   OR WS-MES-APURACAO > 12
               COMPUTE WS-PERIODO = DMV-DATA / 100
           ELSE
               COMPUTE WS-PERIODO =
                   WS-ANO-APURACAO * 100 + WS-MES-APURACAO
           END-IF.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET = "00"
               SET DETALHE-DISPONIVEL TO TRUE
               PERFORM 1900-POSICIONAR-DETALHE
           ELSE
               DISPLAY "ARQUIVO VENDDET AUSENTE - NADA A APURAR"
               MOVE "10" TO WS-FS-VENDDET
           END-IF.

           OPEN INPUT TABELA-MOTIVOS.
           OPEN INPUT CADASTRO-VENDEDORES.
           OPEN INPUT CADASTRO-PRODUTOS.
           OPEN OUTPUT RELATORIO-DEVOLUCOES.

      *****************************************
      * POSICIONA O VENDDET PELA CHAVE DE DATA NO INICIO DO PERIODO;
      * A LEITURA PARA NO PRIMEIRO REGISTRO DEPOIS DO FIM
      *****************************************
       1900-POSICIONAR-DETALHE.
           COMPUTE WS-VDT-INICIO = WS-PERIODO * 100 + 1.
           COMPUTE WS-VDT-FIM = WS-VDT-INICIO + 30.
           MOVE WS-VDT-INICIO TO VDT-DATA.
           START VENDAS-DETALHE KEY IS NOT LESS THAN VDT-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-VENDDET
           END-START.

      *****************************************
      * ENTRADA DO SORT: VENDAS COM NF NORMAL E ESTORNOS DO MES
      *****************************************
       2000-SELECIONAR-LANCAMENTOS.
           PERFORM 2100-LER-DETALHE
               UNTIL WS-FS-VENDDET NOT = "00".

           IF WS-TOTAL-VENDAS > ZEROS
               COMPUTE WS-TAXA-EMPRESA ROUNDED =
                   WS-TOTAL-ESTORNOS * 100 / WS-TOTAL-VENDAS
           END-IF.

       2100-LER-DETALHE.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   IF VDT-DATA(1:6) = WS-PERIODO
                       EVALUATE TRUE
                           WHEN VDT-TIPO-VENDA AND VDT-NF-NORMAL
                               PERFORM 2200-LIBERAR-VENDA
                           WHEN VDT-TIPO-ESTORNO
                               PERFORM 2300-LIBERAR-ESTORNO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2200-LIBERAR-VENDA.
           ADD VDT-VALOR TO WS-TOTAL-VENDAS.
           SET SRT-VENDA TO TRUE.
           MOVE "N" TO SRT-DEFEITO.
           MOVE VDT-VALOR TO SRT-VALOR.
           MOVE VDT-QUANTIDADE TO SRT-QUANTIDADE.
           PERFORM 2400-LIBERAR-PESSOAS-PRODUTO.

       2300-LIBERAR-ESTORNO.
           ADD VDT-VALOR TO WS-TOTAL-ESTORNOS.
           ADD 1 TO WS-CONT-ESTORNOS.

           MOVE "?" TO WS-CATEGORIA.
           MOVE "N" TO WS-CAT-DEFEITO-SW.
           IF WS-FS-MOTEST = "00"
               MOVE VDT-MOTIVO TO MTE-CODIGO
               READ TABELA-MOTIVOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MTE-CATEGORIA TO WS-CATEGORIA
                       IF MTE-CAT-DEFEITO
                           MOVE "S" TO WS-CAT-DEFEITO-SW
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-MOTEST
           END-IF.

           SET SRT-ESTORNO TO TRUE.
           MOVE WS-CAT-DEFEITO-SW TO SRT-DEFEITO.
           MOVE VDT-VALOR TO SRT-VALOR.
           MOVE VDT-QUANTIDADE TO SRT-QUANTIDADE.

           MOVE 1 TO SRT-DIMENSAO.
           MOVE WS-CATEGORIA TO SRT-CHAVE.
           RELEASE SRT-REGISTRO.

           MOVE 2 TO SRT-DIMENSAO.
           MOVE VDT-MOTIVO TO SRT-CHAVE.
           RELEASE SRT-REGISTRO.

           PERFORM 2400-LIBERAR-PESSOAS-PRODUTO.

       2400-LIBERAR-PESSOAS-PRODUTO.
           MOVE 3 TO SRT-DIMENSAO.
           MOVE VDT-PRODUTO TO SRT-CHAVE.
           RELEASE SRT-REGISTRO.

           MOVE 4 TO SRT-DIMENSAO.
           MOVE VDT-VENDEDOR TO SRT-CHAVE.
           RELEASE SRT-REGISTRO.

           MOVE 5 TO SRT-DIMENSAO.
           MOVE VDT-OPERADOR TO SRT-CHAVE.
           RELEASE SRT-REGISTRO.

      *****************************************
      * SAIDA DO SORT: UMA SECAO POR DIMENSAO E UMA LINHA POR CHAVE
      * COM ESTORNO (CHAVE SO COM VENDA NAO SAI)
      *****************************************
       4000-IMPRIMIR-ORDENADO.
           PERFORM 4050-IMPRIMIR-CABECALHO.

           SET FIM-SORT-NAO TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 4100-LER-ORDENADO
               UNTIL FIM-SORT-SIM.

           IF DEMAIS-REGISTROS
               PERFORM 4500-FECHAR-CHAVE
           END-IF.

       4050-IMPRIMIR-CABECALHO.
           MOVE SPACES TO DEV-LINHA.
           STRING "ANALISE DE DEVOLUCOES (ESTORNOS) - MES " WS-PERIODO
               " - POSICAO EM " DMV-DATA
               DELIMITED BY SIZE INTO DEV-LINHA.
           WRITE DEV-LINHA.

           MOVE WS-TOTAL-VENDAS TO WS-VENDAS-EDITADO.
           MOVE WS-TOTAL-ESTORNOS TO WS-VALOR-EDITADO.
           MOVE WS-CONT-ESTORNOS TO WS-CONT-EDITADO.
           MOVE WS-TAXA-EMPRESA TO WS-TAXA-EDITADA.
           MOVE SPACES TO DEV-LINHA.
           STRING "VENDA BRUTA " WS-VENDAS-EDITADO
               "  ESTORNOS " WS-CONT-EDITADO
               "  VALOR ESTORNADO " WS-VALOR-EDITADO
               "  TAXA DA EMPRESA " WS-TAXA-EDITADA "%"
               DELIMITED BY SIZE INTO DEV-LINHA.
           WRITE DEV-LINHA.

       4100-LER-ORDENADO.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 4200-TRATAR-QUEBRA
                   PERFORM 4300-ACUMULAR
           END-RETURN.

       4200-TRATAR-QUEBRA.
           IF PRIMEIRO-REGISTRO
               SET DEMAIS-REGISTROS TO TRUE
               MOVE SRT-DIMENSAO TO WS-ANT-DIMENSAO
               MOVE SRT-CHAVE TO WS-ANT-CHAVE
               PERFORM 4400-ABRIR-SECAO
           ELSE
               IF SRT-DIMENSAO NOT = WS-ANT-DIMENSAO
                   PERFORM 4500-FECHAR-CHAVE
                   MOVE SRT-DIMENSAO TO WS-ANT-DIMENSAO
                   MOVE SRT-CHAVE TO WS-ANT-CHAVE
                   PERFORM 4400-ABRIR-SECAO
               ELSE
                   IF SRT-CHAVE NOT = WS-ANT-CHAVE
                       PERFORM 4500-FECHAR-CHAVE
                       MOVE SRT-CHAVE TO WS-ANT-CHAVE
                   END-IF
               END-IF
           END-IF.

       4300-ACUMULAR.
           IF SRT-VENDA
               ADD SRT-VALOR TO WS-ACU-VENDAS
           ELSE
               ADD 1 TO WS-ACU-ESTORNOS
               ADD SRT-QUANTIDADE TO WS-ACU-QUANTIDADE
               ADD SRT-VALOR TO WS-ACU-VALOR
               IF SRT-POR-DEFEITO
                   ADD SRT-VALOR TO WS-ACU-DEFEITO
               END-IF
           END-IF.

       4400-ABRIR-SECAO.
           MOVE SPACES TO DEV-LINHA.
           WRITE DEV-LINHA.
           EVALUATE SRT-DIMENSAO
               WHEN 1
                   MOVE "POR CATEGORIA DE MOTIVO" TO DEV-LINHA
               WHEN 2
                   MOVE "POR MOTIVO" TO DEV-LINHA
               WHEN 3
                   MOVE "POR PRODUTO" TO DEV-LINHA
               WHEN 4
                   MOVE "POR VENDEDOR" TO DEV-LINHA
               WHEN OTHER
                   MOVE "POR OPERADOR" TO DEV-LINHA
           END-EVALUATE.
           WRITE DEV-LINHA.
           MOVE SPACES TO DEV-LINHA.
           STRING "  CHAVE      DESCRICAO                     "
               "   VENDA BRUTA  ESTORN.  UNID.DEV"
               "  VALOR ESTORNADO    PARTE DEFEITO  TAXA%  PART%"
               DELIMITED BY SIZE INTO DEV-LINHA.
           WRITE DEV-LINHA.

       4500-FECHAR-CHAVE.
           IF WS-ACU-ESTORNOS > ZEROS
               PERFORM 4600-DESCREVER-CHAVE
               PERFORM 4700-IMPRIMIR-LINHA
           END-IF.
           INITIALIZE WS-ACUMULADOR.

       4600-DESCREVER-CHAVE.
           MOVE SPACES TO WS-DESCRICAO.
           EVALUATE WS-ANT-DIMENSAO
               WHEN 1
                   EVALUATE WS-ANT-CHAVE(1:1)
                       WHEN "D"
                           MOVE "DEFEITO" TO WS-DESCRICAO
                       WHEN "A"
                           MOVE "ARREPENDIMENTO" TO WS-DESCRICAO
                       WHEN "P"
                           MOVE "ERRO DE PRECO" TO WS-DESCRICAO
                       WHEN "E"
                           MOVE "ERRO DE LANCAMENTO" TO WS-DESCRICAO
                       WHEN "O"
                           MOVE "OUTROS" TO WS-DESCRICAO
                       WHEN OTHER
                           MOVE "MOTIVO FORA DA TABELA" TO
                               WS-DESCRICAO
                   END-EVALUATE
               WHEN 2
                   MOVE "*** FORA DA TABELA ***" TO WS-DESCRICAO
                   IF WS-FS-MOTEST = "00"
                       MOVE WS-ANT-CHAVE(1:2) TO WS-CODIGO-MOTIVO
                       MOVE WS-CODIGO-MOTIVO TO MTE-CODIGO
                       READ TABELA-MOTIVOS
                           NOT INVALID KEY
                               MOVE MTE-DESCRICAO TO WS-DESCRICAO
                       END-READ
                       MOVE "00" TO WS-FS-MOTEST
                   END-IF
               WHEN 3
                   MOVE "*** NAO CADASTRADO ***" TO WS-DESCRICAO
                   IF WS-FS-PRODMST = "00"
                       MOVE WS-ANT-CHAVE(1:6) TO WS-CODIGO-PRODUTO
                       MOVE WS-CODIGO-PRODUTO TO PRD-CODIGO
                       READ CADASTRO-PRODUTOS
                           NOT INVALID KEY
                               MOVE PRD-DESCRICAO TO WS-DESCRICAO
                       END-READ
                       MOVE "00" TO WS-FS-PRODMST
                   END-IF
               WHEN 4
                   MOVE "*** NAO CADASTRADO ***" TO WS-DESCRICAO
                   IF WS-FS-VENDMST = "00"
                       MOVE WS-ANT-CHAVE(1:4) TO WS-CODIGO-VENDEDOR
                       MOVE WS-CODIGO-VENDEDOR TO VEN-CODIGO
                       READ CADASTRO-VENDEDORES
                           NOT INVALID KEY
                               MOVE VEN-NOME TO WS-DESCRICAO
                       END-READ
                       MOVE "00" TO WS-FS-VENDMST
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************
      * TAXA: PRODUTO, VENDEDOR E OPERADOR SOBRE A PROPRIA VENDA
      * BRUTA; CATEGORIA E MOTIVO SOBRE A VENDA BRUTA DA EMPRESA
      *****************************************
       4700-IMPRIMIR-LINHA.
           IF WS-ANT-DIMENSAO < 3
               MOVE WS-TOTAL-VENDAS TO WS-BASE-VENDAS
           ELSE
               MOVE WS-ACU-VENDAS TO WS-BASE-VENDAS
           END-IF.

           MOVE ZEROS TO WS-TAXA WS-PARTICIPACAO.
           MOVE SPACE TO WS-MARCA.
           IF WS-BASE-VENDAS > ZEROS
               IF WS-ACU-VALOR NOT < WS-BASE-VENDAS * 9
                   MOVE 999,99 TO WS-TAXA
               ELSE
                   COMPUTE WS-TAXA ROUNDED =
                       WS-ACU-VALOR * 100 / WS-BASE-VENDAS
               END-IF
           ELSE
               MOVE 999,99 TO WS-TAXA
           END-IF.
           IF WS-ANT-DIMENSAO > 2 AND WS-TAXA > WS-TAXA-EMPRESA
               MOVE "*" TO WS-MARCA
           END-IF.
           IF WS-TOTAL-ESTORNOS > ZEROS
               COMPUTE WS-PARTICIPACAO ROUNDED =
                   WS-ACU-VALOR * 100 / WS-TOTAL-ESTORNOS
           END-IF.

           MOVE WS-ACU-VENDAS TO WS-VENDAS-EDITADO.
           IF WS-ANT-DIMENSAO < 3
               MOVE ZEROS TO WS-VENDAS-EDITADO
           END-IF.
           MOVE WS-ACU-ESTORNOS TO WS-CONT-EDITADO.
           MOVE WS-ACU-QUANTIDADE TO WS-QTD-EDITADA.
           MOVE WS-ACU-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-ACU-DEFEITO TO WS-DEFEITO-EDITADO.
           MOVE WS-TAXA TO WS-TAXA-EDITADA.
           MOVE WS-PARTICIPACAO TO WS-PART-EDITADA.

           MOVE SPACES TO DEV-LINHA.
           STRING WS-MARCA " " WS-ANT-CHAVE " " WS-DESCRICAO " "
               WS-VENDAS-EDITADO " " WS-CONT-EDITADO " "
               WS-QTD-EDITADA " " WS-VALOR-EDITADO " "
               WS-DEFEITO-EDITADO " " WS-TAXA-EDITADA " "
               WS-PART-EDITADA
               DELIMITED BY SIZE INTO DEV-LINHA.
           WRITE DEV-LINHA.

       9000-FINALIZAR.
           IF DETALHE-DISPONIVEL
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-MOTEST = "00"
               CLOSE TABELA-MOTIVOS
           END-IF.
           IF WS-FS-VENDMST = "00"
               CLOSE CADASTRO-VENDEDORES
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           CLOSE RELATORIO-DEVOLUCOES.

           DISPLAY "ANALISE DE DEVOLUCOES GRAVADA EM RELDEVOL".

       END PROGRAM RELDEVOL.
