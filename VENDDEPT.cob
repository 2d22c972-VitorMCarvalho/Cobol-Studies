       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDDEPT.
      *************************************
      *OBJETIVO: VENDAS MENSAIS POR DEPARTAMENTO E CATEGORIA DE
      *PRODUTO: LE O DETALHE VENDDET DO ANO/MES (VENDAS MENOS
      *ESTORNOS), CLASSIFICA CADA LINHA PELA CLASSIFICACAO DO
      *PRODUTO NO PRODMST (TABELA CATMST) E IMPRIME EM RELDEPT, POR
      *FILIAL, A RECEITA LIQUIDA, A QUANTIDADE, O DESCONTO CONCEDIDO,
      *O CUSTO (CUSTO MEDIO DO PRODMST; KIT = SOMA DOS COMPONENTES
      *DO KITCOMP) E A MARGEM BRUTA DE CADA CATEGORIA, COM SUBTOTAL
      *POR DEPARTAMENTO, POR FILIAL E TOTAL GERAL. PRODUTO SEM
      *CLASSIFICACAO SAI NO DEPARTAMENTO 00 - NAO CLASSIFICADO.
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

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT TABELA-CATEGORIAS ASSIGN TO "CATMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-CHAVE
                   FILE STATUS IS WS-FS-CATMST.

               SELECT COMPOSICAO-KITS ASSIGN TO "KITCOMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WS-FS-KITCOMP.

               SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIL-CODIGO
                   FILE STATUS IS WS-FS-FILMST.

               SELECT RELATORIO-DEPARTAMENTO ASSIGN TO "RELDEPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELDEPT.

               SELECT ARQ-ORDENACAO ASSIGN TO "SORTWK7".
       DATA DIVISION.
           FILE SECTION.
           FD  VENDAS-DETALHE
               LABEL RECORD IS STANDARD.
               COPY "VENDDET-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  TABELA-CATEGORIAS
               LABEL RECORD IS STANDARD.
               COPY "CATEGOR-REG.CPY".

           FD  COMPOSICAO-KITS
               LABEL RECORD IS STANDARD.
               COPY "KITCOMP-REG.CPY".

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           FD  RELATORIO-DEPARTAMENTO
               LABEL RECORD IS STANDARD.
           01  DEP-LINHA PIC X(132).

           SD  ARQ-ORDENACAO.
           01  SRT-REGISTRO.
               05 SRT-FILIAL PIC 9(3).
               05 SRT-DEPARTAMENTO PIC 9(2).
               05 SRT-CATEGORIA PIC 9(2).
               05 SRT-QUANTIDADE PIC S9(7).
               05 SRT-RECEITA PIC S9(9)V99.
               05 SRT-DESCONTO PIC S9(9)V99.
               05 SRT-CUSTO PIC S9(9)V99.

       WORKING-STORAGE SECTION.
           77 WS-FS-VENDDET PIC X(2) VALUE "00".
           77 WS-VDT-INICIO PIC 9(8).
           77 WS-VDT-FIM PIC 9(8).
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-CATMST PIC X(2) VALUE "00".
           77 WS-FS-KITCOMP PIC X(2) VALUE "00".
           77 WS-FS-FILMST PIC X(2) VALUE "00".
           77 WS-FS-RELDEPT PIC X(2) VALUE "00".
           77 WS-KITS-SW PIC X(1) VALUE "N".
               88 KITS-DISPONIVEL VALUE "S".
               88 KITS-INDISPONIVEL VALUE "N".
           77 WS-PRODUTO-KIT-SW PIC X(1).
               88 PRODUTO-KIT VALUE "S".
               88 PRODUTO-SIMPLES VALUE "N".
           77 WS-SW-FIM-SORT PIC X(1).
               88 FIM-SORT-SIM VALUE "S".
               88 FIM-SORT-NAO VALUE "N".
           77 WS-PRIMEIRO-SW PIC X(1).
               88 PRIMEIRO-REGISTRO VALUE "S".
               88 DEMAIS-REGISTROS VALUE "N".
           77 WS-ANO-APURACAO PIC 9(4).
           77 WS-MES-APURACAO PIC 9(2).
           77 WS-CUSTO-UNITARIO PIC 9(9)V99.
           77 WS-CUSTO-KIT PIC 9(9)V99.
           77 WS-ANT-FILIAL PIC 9(3).
           77 WS-ANT-DEPARTAMENTO PIC 9(2).
           77 WS-ANT-CATEGORIA PIC 9(2).
           77 WS-BUSCA-DEPARTAMENTO PIC 9(2).
           77 WS-BUSCA-CATEGORIA PIC 9(2).
           77 WS-DESCRICAO PIC X(30).
           77 WS-ROTULO PIC X(44).
           77 WS-NIV PIC 9(1).
           77 WS-NIV-SUPERIOR PIC 9(1).
           77 WS-MARGEM PIC S9(11)V99.
           77 WS-PERCENTUAL PIC S9(5)V9.
           77 WS-QTD-EDITADO PIC Z(7)9-.
           77 WS-RECEITA-EDITADO PIC Z(9)9,99-.
           77 WS-DESCONTO-EDITADO PIC Z(9)9,99-.
           77 WS-CUSTO-EDITADO PIC Z(9)9,99-.
           77 WS-MARGEM-EDITADO PIC Z(9)9,99-.
           77 WS-PERCENTUAL-EDITADO PIC ZZZ9,9-.
           77 WS-LINHAS-LIDAS PIC 9(7) VALUE ZEROS.
      *****************************************
      * ACUMULADORES POR NIVEL DE QUEBRA: 1 = CATEGORIA,
      * 2 = DEPARTAMENTO, 3 = FILIAL, 4 = TOTAL GERAL
      *****************************************
           01 WS-NIVEIS.
               05 WS-NIVEL OCCURS 4 TIMES.
                   10 WS-NIV-QUANTIDADE PIC S9(9).
                   10 WS-NIV-RECEITA PIC S9(11)V99.
                   10 WS-NIV-DESCONTO PIC S9(11)V99.
                   10 WS-NIV-CUSTO PIC S9(11)V99.
           01 WS-DATA-DETALHE.
               05 WS-DD-ANO PIC 9(4).
               05 WS-DD-MES PIC 9(2).
               05 WS-DD-DIA PIC 9(2).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           SORT ARQ-ORDENACAO
               ON ASCENDING KEY SRT-FILIAL SRT-DEPARTAMENTO
                   SRT-CATEGORIA
               INPUT PROCEDURE IS 2000-SELECIONAR-VENDAS
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ORDENADO.

           PERFORM 9000-FINALIZAR.

           STOP RUN.

       1000-INICIAR.
           DISPLAY "DIGITE O ANO DE APURACAO (EX: 2026)".
           ACCEPT WS-ANO-APURACAO.

           DISPLAY "DIGITE O MES DE APURACAO (1 A 12)".
           ACCEPT WS-MES-APURACAO.

           OPEN INPUT VENDAS-DETALHE.
           IF WS-FS-VENDDET NOT = "00"
               DISPLAY "DETALHE VENDDET AUSENTE - NADA A APURAR"
               MOVE "10" TO WS-FS-VENDDET
           ELSE
               PERFORM 1900-POSICIONAR-DETALHE
           END-IF.

           OPEN INPUT CADASTRO-PRODUTOS.
           OPEN INPUT TABELA-CATEGORIAS.
           OPEN INPUT CADASTRO-FILIAIS.

           OPEN INPUT COMPOSICAO-KITS.
           IF WS-FS-KITCOMP = "00"
               SET KITS-DISPONIVEL TO TRUE
           ELSE
               SET KITS-INDISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-DEPARTAMENTO.

           INITIALIZE WS-NIVEIS.

           MOVE SPACES TO DEP-LINHA.
           STRING "VENDAS POR DEPARTAMENTO E CATEGORIA - PERIODO "
               WS-ANO-APURACAO "/" WS-MES-APURACAO
               DELIMITED BY SIZE INTO DEP-LINHA.
           WRITE DEP-LINHA.

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

      *****************************************
      * ENTRADA DO SORT: UMA LINHA POR DETALHE DO PERIODO, COM A
      * CLASSIFICACAO E O CUSTO DO PRODUTO; ESTORNO ENTRA NEGATIVO
      *****************************************
       2000-SELECIONAR-VENDAS.
           PERFORM 2100-LER-DETALHE
               UNTIL WS-FS-VENDDET NOT = "00".

       2100-LER-DETALHE.
           READ VENDAS-DETALHE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-VENDDET
               NOT AT END
                   MOVE VDT-DATA TO WS-DATA-DETALHE
                   IF WS-DD-ANO = WS-ANO-APURACAO
                           AND WS-DD-MES = WS-MES-APURACAO
                       PERFORM 2200-LIBERAR-DETALHE
                   END-IF
                   IF VDT-DATA > WS-VDT-FIM
                       MOVE "10" TO WS-FS-VENDDET
                   END-IF
           END-READ.

       2200-LIBERAR-DETALHE.
           ADD 1 TO WS-LINHAS-LIDAS.

           MOVE VDT-PRODUTO TO PRD-CODIGO.
           IF WS-FS-PRODMST = "00"
               READ CADASTRO-PRODUTOS
                   INVALID KEY
                       MOVE ZEROS TO PRD-CUSTO-MEDIO
                       MOVE ZEROS TO PRD-CLASSIFICACAO
               END-READ
               MOVE "00" TO WS-FS-PRODMST
           ELSE
               MOVE ZEROS TO PRD-CUSTO-MEDIO
               MOVE ZEROS TO PRD-CLASSIFICACAO
           END-IF.

           MOVE VDT-FILIAL TO SRT-FILIAL.
           MOVE PRD-DEPARTAMENTO TO SRT-DEPARTAMENTO.
           MOVE PRD-CATEGORIA TO SRT-CATEGORIA.
           MOVE PRD-CUSTO-MEDIO TO WS-CUSTO-UNITARIO.

           IF KITS-DISPONIVEL
               PERFORM 2300-CUSTEAR-KIT
           END-IF.

           IF VDT-TIPO-ESTORNO
               COMPUTE SRT-QUANTIDADE = ZEROS - VDT-QUANTIDADE
               COMPUTE SRT-RECEITA = ZEROS - VDT-VALOR
               COMPUTE SRT-DESCONTO = ZEROS - VDT-DESCONTO
           ELSE
               MOVE VDT-QUANTIDADE TO SRT-QUANTIDADE
               MOVE VDT-VALOR TO SRT-RECEITA
               MOVE VDT-DESCONTO TO SRT-DESCONTO
           END-IF.

           COMPUTE SRT-CUSTO = WS-CUSTO-UNITARIO * SRT-QUANTIDADE.

           RELEASE SRT-REGISTRO.

      *****************************************
      * KIT NAO TEM CUSTO PROPRIO: VALE A SOMA DO CUSTO MEDIO DE
      * CADA COMPONENTE VEZES A QUANTIDADE POR KIT
      *****************************************
       2300-CUSTEAR-KIT.
           SET PRODUTO-SIMPLES TO TRUE.
           MOVE ZEROS TO WS-CUSTO-KIT.

           MOVE VDT-PRODUTO TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START COMPOSICAO-KITS KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-KITCOMP
           END-START.

           PERFORM 2310-SOMAR-COMPONENTE
               UNTIL WS-FS-KITCOMP NOT = "00".
           MOVE "00" TO WS-FS-KITCOMP.

           IF PRODUTO-KIT
               MOVE WS-CUSTO-KIT TO WS-CUSTO-UNITARIO
           END-IF.

       2310-SOMAR-COMPONENTE.
           READ COMPOSICAO-KITS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-KITCOMP
               NOT AT END
                   IF KIT-PRODUTO NOT = VDT-PRODUTO
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

      *****************************************
      * SAIDA DO SORT: QUEBRA POR FILIAL / DEPARTAMENTO / CATEGORIA
      *****************************************
       4000-IMPRIMIR-ORDENADO.
           SET FIM-SORT-NAO TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 4100-LER-ORDENADO
               UNTIL FIM-SORT-SIM.

           IF DEMAIS-REGISTROS
               PERFORM 4500-FECHAR-CATEGORIA
               PERFORM 4600-FECHAR-DEPARTAMENTO
               PERFORM 4700-FECHAR-FILIAL
           END-IF.

           MOVE "TOTAL GERAL" TO WS-ROTULO.
           MOVE 4 TO WS-NIV.
           MOVE SPACES TO DEP-LINHA.
           WRITE DEP-LINHA.
           PERFORM 4800-IMPRIMIR-NIVEL.

       4100-LER-ORDENADO.
           RETURN ARQ-ORDENACAO
               AT END
                   SET FIM-SORT-SIM TO TRUE
               NOT AT END
                   PERFORM 4200-TRATAR-QUEBRA
                   ADD SRT-QUANTIDADE TO WS-NIV-QUANTIDADE(1)
                   ADD SRT-RECEITA TO WS-NIV-RECEITA(1)
                   ADD SRT-DESCONTO TO WS-NIV-DESCONTO(1)
                   ADD SRT-CUSTO TO WS-NIV-CUSTO(1)
           END-RETURN.

       4200-TRATAR-QUEBRA.
           EVALUATE TRUE
               WHEN PRIMEIRO-REGISTRO
                   SET DEMAIS-REGISTROS TO TRUE
                   PERFORM 4300-ABRIR-FILIAL
               WHEN SRT-FILIAL NOT = WS-ANT-FILIAL
                   PERFORM 4500-FECHAR-CATEGORIA
                   PERFORM 4600-FECHAR-DEPARTAMENTO
                   PERFORM 4700-FECHAR-FILIAL
                   PERFORM 4300-ABRIR-FILIAL
               WHEN SRT-DEPARTAMENTO NOT = WS-ANT-DEPARTAMENTO
                   PERFORM 4500-FECHAR-CATEGORIA
                   PERFORM 4600-FECHAR-DEPARTAMENTO
               WHEN SRT-CATEGORIA NOT = WS-ANT-CATEGORIA
                   PERFORM 4500-FECHAR-CATEGORIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SRT-FILIAL TO WS-ANT-FILIAL.
           MOVE SRT-DEPARTAMENTO TO WS-ANT-DEPARTAMENTO.
           MOVE SRT-CATEGORIA TO WS-ANT-CATEGORIA.

       4300-ABRIR-FILIAL.
           MOVE SRT-FILIAL TO FIL-CODIGO.
           IF WS-FS-FILMST = "00"
               READ CADASTRO-FILIAIS
                   INVALID KEY
                       MOVE "FILIAL SEM CADASTRO" TO FIL-NOME
               END-READ
               MOVE "00" TO WS-FS-FILMST
           ELSE
               MOVE "FILIAL SEM CADASTRO" TO FIL-NOME
           END-IF.

           MOVE SPACES TO DEP-LINHA.
           WRITE DEP-LINHA.
           STRING "FILIAL " SRT-FILIAL " " FIL-NOME
               DELIMITED BY SIZE INTO DEP-LINHA.
           WRITE DEP-LINHA.
           MOVE SPACES TO DEP-LINHA.
           STRING "DEP.CAT DESCRICAO                           "
               "       QTD       RECEITA LIQ        DESCONTO"
               "           CUSTO          MARGEM  MRG %"
               DELIMITED BY SIZE INTO DEP-LINHA.
           WRITE DEP-LINHA.

      *****************************************
      * DESCRICAO DO DEPARTAMENTO (CATEGORIA ZEROS) OU DA CATEGORIA
      *****************************************
       4400-BUSCAR-DESCRICAO.
           IF WS-BUSCA-DEPARTAMENTO = ZEROS
               MOVE "NAO CLASSIFICADO" TO WS-DESCRICAO
           ELSE
               IF WS-FS-CATMST = "00"
                   MOVE WS-BUSCA-DEPARTAMENTO TO CAT-DEPARTAMENTO
                   MOVE WS-BUSCA-CATEGORIA TO CAT-CATEGORIA
                   READ TABELA-CATEGORIAS
                       INVALID KEY
                           MOVE "SEM CADASTRO NO CATMST"
                               TO CAT-DESCRICAO
                   END-READ
                   MOVE "00" TO WS-FS-CATMST
                   MOVE CAT-DESCRICAO TO WS-DESCRICAO
               ELSE
                   MOVE "SEM CADASTRO NO CATMST" TO WS-DESCRICAO
               END-IF
           END-IF.

       4500-FECHAR-CATEGORIA.
           MOVE WS-ANT-DEPARTAMENTO TO WS-BUSCA-DEPARTAMENTO.
           MOVE WS-ANT-CATEGORIA TO WS-BUSCA-CATEGORIA.
           PERFORM 4400-BUSCAR-DESCRICAO.

           MOVE SPACES TO WS-ROTULO.
           STRING WS-ANT-DEPARTAMENTO "." WS-ANT-CATEGORIA "  "
               WS-DESCRICAO
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE 1 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

       4600-FECHAR-DEPARTAMENTO.
           MOVE WS-ANT-DEPARTAMENTO TO WS-BUSCA-DEPARTAMENTO.
           MOVE ZEROS TO WS-BUSCA-CATEGORIA.
           PERFORM 4400-BUSCAR-DESCRICAO.

           MOVE SPACES TO WS-ROTULO.
           STRING "  SUBTOTAL DEPTO " WS-ANT-DEPARTAMENTO " "
               WS-DESCRICAO
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE 2 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

       4700-FECHAR-FILIAL.
           MOVE SPACES TO WS-ROTULO.
           STRING "SUBTOTAL FILIAL " WS-ANT-FILIAL
               DELIMITED BY SIZE INTO WS-ROTULO.
           MOVE 3 TO WS-NIV.
           PERFORM 4800-IMPRIMIR-NIVEL.

      *****************************************
      * IMPRIME O NIVEL WS-NIV, SOBE OS VALORES PARA O NIVEL DE
      * CIMA E ZERA O NIVEL PARA O PROXIMO GRUPO
      *****************************************
       4800-IMPRIMIR-NIVEL.
           COMPUTE WS-MARGEM =
               WS-NIV-RECEITA(WS-NIV) - WS-NIV-CUSTO(WS-NIV).

           IF WS-NIV-RECEITA(WS-NIV) NOT = ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-MARGEM * 100 / WS-NIV-RECEITA(WS-NIV)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PERCENTUAL
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-PERCENTUAL
           END-IF.

           MOVE WS-NIV-QUANTIDADE(WS-NIV) TO WS-QTD-EDITADO.
           MOVE WS-NIV-RECEITA(WS-NIV) TO WS-RECEITA-EDITADO.
           MOVE WS-NIV-DESCONTO(WS-NIV) TO WS-DESCONTO-EDITADO.
           MOVE WS-NIV-CUSTO(WS-NIV) TO WS-CUSTO-EDITADO.
           MOVE WS-MARGEM TO WS-MARGEM-EDITADO.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDITADO.

           MOVE SPACES TO DEP-LINHA.
           STRING WS-ROTULO " " WS-QTD-EDITADO " "
               WS-RECEITA-EDITADO " " WS-DESCONTO-EDITADO " "
               WS-CUSTO-EDITADO " " WS-MARGEM-EDITADO " "
               WS-PERCENTUAL-EDITADO
               DELIMITED BY SIZE INTO DEP-LINHA.
           WRITE DEP-LINHA.

           IF WS-NIV < 4
               COMPUTE WS-NIV-SUPERIOR = WS-NIV + 1
               ADD WS-NIV-QUANTIDADE(WS-NIV)
                   TO WS-NIV-QUANTIDADE(WS-NIV-SUPERIOR)
               ADD WS-NIV-RECEITA(WS-NIV)
                   TO WS-NIV-RECEITA(WS-NIV-SUPERIOR)
               ADD WS-NIV-DESCONTO(WS-NIV)
                   TO WS-NIV-DESCONTO(WS-NIV-SUPERIOR)
               ADD WS-NIV-CUSTO(WS-NIV)
                   TO WS-NIV-CUSTO(WS-NIV-SUPERIOR)
           END-IF.

           MOVE ZEROS TO WS-NIV-QUANTIDADE(WS-NIV)
               WS-NIV-RECEITA(WS-NIV) WS-NIV-DESCONTO(WS-NIV)
               WS-NIV-CUSTO(WS-NIV).

       9000-FINALIZAR.
           IF WS-FS-VENDDET = "10"
               CLOSE VENDAS-DETALHE
           END-IF.
           IF WS-FS-PRODMST = "00"
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           IF WS-FS-CATMST = "00"
               CLOSE TABELA-CATEGORIAS
           END-IF.
           IF WS-FS-FILMST = "00"
               CLOSE CADASTRO-FILIAIS
           END-IF.
           IF KITS-DISPONIVEL
               CLOSE COMPOSICAO-KITS
           END-IF.
           CLOSE RELATORIO-DEPARTAMENTO.

           DISPLAY "LINHAS DE VENDA APURADAS: " WS-LINHAS-LIDAS.
           DISPLAY "RELATORIO GRAVADO NO ARQUIVO RELDEPT".

       END PROGRAM VENDDEPT.
