      *USADO PELA CAPTURA DE VENDAS E PELOS RELATORIOS POR PRODUTO.
      *CADA INCLUSAO OU TROCA DE PRECO TAMBEM GRAVA UMA LINHA COM
      *VIGENCIA NA TABELA DE PRECOS (PRECOTAB), PARA A HISTORIA DOS
      *PRECOS NAO SE PERDER NA SOBREPOSICAO DO CADASTRO. O
      *FORNECEDOR HABITUAL DO PRODUTO, QUANDO INFORMADO, TEM DE
      *EXISTIR ATIVO NO FORNMST. A CLASSIFICACAO DO PRODUTO, QUANDO
      *INFORMADA, TEM DE SER UMA CATEGORIA ATIVA DE UM DEPARTAMENTO
      *ATIVO DA TABELA CATMST (MANTIDA NO CATMNT). O CODIGO DE
      *BARRAS EAN-13, QUANDO INFORMADO, PASSA PELO DIGITO VERIFICADOR
      *GS1 E NAO PODE ESTAR EM OUTRO PRODUTO; A OPCAO 5 LISTA EM
      *RELSEAN OS PRODUTOS ATIVOS AINDA SEM CODIGO DE BARRAS. O
      *PRODUTO PERECIVEL E MARCADO COM CONTROLE DE LOTE E VALIDADE.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT TABELA-PRECOS ASSIGN TO "PRECOTAB"
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-CHAVE
                   FILE STATUS IS WS-FS-PRECOTAB.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT TABELA-CATEGORIAS ASSIGN TO "CATMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-CHAVE
                   FILE STATUS IS WS-FS-CATMST.

               SELECT RELATORIO-SEM-EAN ASSIGN TO "RELSEAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELSEAN.
       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRECO-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  TABELA-CATEGORIAS
               LABEL RECORD IS STANDARD.
               COPY "CATEGOR-REG.CPY".

           FD  RELATORIO-SEM-EAN
               LABEL RECORD IS STANDARD.
           01  SEA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-PRECOTAB PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FORNECEDOR-SW PIC X(1).
               88 FORNECEDOR-VALIDO VALUE "S".
               88 FORNECEDOR-INVALIDO VALUE "N".
           77 WS-FS-CATMST PIC X(2) VALUE "00".
           77 WS-CLASSIFICACAO-SW PIC X(1).
               88 CLASSIFICACAO-VALIDA VALUE "S".
               88 CLASSIFICACAO-INVALIDA VALUE "N".
           77 WS-FS-RELSEAN PIC X(2) VALUE "00".
           77 WS-EAN-SW PIC X(1).
               88 EAN-VALIDO VALUE "S".
               88 EAN-INVALIDO VALUE "N".
           77 WS-EAN-PRODUTO PIC 9(6).
           77 WS-EAN-I PIC 9(2).
           77 WS-EAN-SOMA PIC 9(3).
           77 WS-EAN-DV PIC 9(1).
           77 WS-EAN-QUOCIENTE PIC 9(3).
           77 WS-EAN-RESTO PIC 9(2).
           77 WS-SEM-EAN-QTD PIC 9(6) VALUE ZEROS.
           77 WS-OPCAO PIC X(1).
           01 WS-PRODUTO-SALVO PIC X(100).
           01 WS-EAN PIC 9(13).
           01 WS-EAN-DIGITOS REDEFINES WS-EAN.
               05 WS-EAN-DIGITO PIC 9(1) OCCURS 13 TIMES.
           77 WS-PRECO-EDITADO PIC Z(5)9,99.
           COPY "DATMOV-REG.CPY".

               OPEN I-O TABELA-PRECOS
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.
           OPEN INPUT TABELA-CATEGORIAS.

           PERFORM 1900-EXIBIR-MENU.

       1900-EXIBIR-MENU.
           DISPLAY "1=INCLUIR 2=CONSULTAR 3=ALTERAR 4=INATIVAR/"
               "REATIVAR 5=SEM CODIGO DE BARRAS X=SAIR".
           ACCEPT WS-OPCAO.

       2000-PROCESSAR.
                   PERFORM 7000-ALTERAR
               WHEN "4"
                   PERFORM 8000-MUDAR-SITUACAO
               WHEN "5"
                   PERFORM 9000-LISTAR-SEM-EAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-FINALIZAR.
           CLOSE CADASTRO-PRODUTOS.
           CLOSE TABELA-PRECOS.
           CLOSE CADASTRO-FORNECEDORES.
           IF WS-FS-CATMST = "00"
               CLOSE TABELA-CATEGORIAS
           END-IF.

      *****************************************
      * GRAVA A LINHA DE VIGENCIA DO PRECO NA DATA DE MOVIMENTO;
                   END-REWRITE
           END-WRITE.

      *****************************************
      * FORNECEDOR HABITUAL: ZEROS DEIXA O PRODUTO SEM VINCULO;
      * CODIGO INFORMADO TEM DE EXISTIR E ESTAR ATIVO NO FORNMST
      *****************************************
       4100-PEDIR-FORNECEDOR.
           SET FORNECEDOR-VALIDO TO TRUE.

           DISPLAY "DIGITE O FORNECEDOR HABITUAL (ZEROS = NENHUM)".
           ACCEPT PRD-FORNECEDOR.

           IF PRD-FORNECEDOR > ZEROS
               MOVE PRD-FORNECEDOR TO FOR-CODIGO
               READ CADASTRO-FORNECEDORES
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO"
                       SET FORNECEDOR-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF FOR-INATIVO
                           DISPLAY "FORNECEDOR INATIVO"
                           SET FORNECEDOR-INVALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************
      * CLASSIFICACAO: ZEROS DEIXA O PRODUTO NAO CLASSIFICADO; O
      * CODIGO INFORMADO TEM DE SER CATEGORIA (NAO O DEPARTAMENTO)
      * ATIVA NO CATMST, DENTRO DE DEPARTAMENTO ATIVO
      *****************************************
       4200-PEDIR-CLASSIFICACAO.
           SET CLASSIFICACAO-VALIDA TO TRUE.

           DISPLAY "DIGITE O DEPARTAMENTO (ZEROS = NAO CLASSIFICADO)".
           ACCEPT PRD-DEPARTAMENTO.

           IF PRD-DEPARTAMENTO = ZEROS
               MOVE ZEROS TO PRD-CATEGORIA
           ELSE
               DISPLAY "DIGITE A CATEGORIA DENTRO DO DEPARTAMENTO"
               ACCEPT PRD-CATEGORIA
               IF PRD-CATEGORIA = ZEROS
                   DISPLAY "INFORME A CATEGORIA, NAO SO O DEPARTAMENTO"
                   SET CLASSIFICACAO-INVALIDA TO TRUE
               ELSE
                   PERFORM 4210-VALIDAR-CLASSIFICACAO
               END-IF
           END-IF.

       4210-VALIDAR-CLASSIFICACAO.
           IF WS-FS-CATMST NOT = "00"
               DISPLAY "TABELA DE CATEGORIAS CATMST INDISPONIVEL"
               SET CLASSIFICACAO-INVALIDA TO TRUE
           ELSE
               MOVE PRD-DEPARTAMENTO TO CAT-DEPARTAMENTO
               MOVE ZEROS TO CAT-CATEGORIA
               READ TABELA-CATEGORIAS
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO NAO CADASTRADO"
                       SET CLASSIFICACAO-INVALIDA TO TRUE
                   NOT INVALID KEY
                       IF CAT-INATIVA
                           DISPLAY "DEPARTAMENTO INATIVO"
                           SET CLASSIFICACAO-INVALIDA TO TRUE
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-CATMST
               IF CLASSIFICACAO-VALIDA
                   MOVE PRD-CATEGORIA TO CAT-CATEGORIA
                   READ TABELA-CATEGORIAS
                       INVALID KEY
                           DISPLAY "CATEGORIA NAO CADASTRADA"
                           SET CLASSIFICACAO-INVALIDA TO TRUE
                       NOT INVALID KEY
                           IF CAT-INATIVA
                               DISPLAY "CATEGORIA INATIVA"
                               SET CLASSIFICACAO-INVALIDA TO TRUE
                           END-IF
                   END-READ
                   MOVE "00" TO WS-FS-CATMST
               END-IF
           END-IF.

      *****************************************
      * CODIGO DE BARRAS: ZEROS = SEM CODIGO; INFORMADO, TEM DE
      * FECHAR O DIGITO VERIFICADOR EAN-13 (PESOS 1 E 3 DA ESQUERDA
      * PARA A DIREITA) E NAO PODE PERTENCER A OUTRO PRODUTO
      *****************************************
       4300-PEDIR-EAN.
           SET EAN-VALIDO TO TRUE.

           DISPLAY "DIGITE O CODIGO DE BARRAS EAN-13 (ZEROS = SEM "
               "CODIGO)".
           ACCEPT WS-EAN.

           IF WS-EAN > ZEROS
               PERFORM 4310-CALCULAR-DV-EAN
               IF WS-EAN-DV NOT = WS-EAN-DIGITO(13)
                   DISPLAY "CODIGO DE BARRAS COM DIGITO VERIFICADOR "
                       "INVALIDO"
                   SET EAN-INVALIDO TO TRUE
               ELSE
                   PERFORM 4320-VERIFICAR-EAN-DUPLICADO
               END-IF
           END-IF.

           MOVE WS-EAN TO PRD-EAN.

       4310-CALCULAR-DV-EAN.
           MOVE ZEROS TO WS-EAN-SOMA.

           PERFORM VARYING WS-EAN-I FROM 1 BY 2 UNTIL WS-EAN-I > 11
               ADD WS-EAN-DIGITO(WS-EAN-I) TO WS-EAN-SOMA
           END-PERFORM.

           PERFORM VARYING WS-EAN-I FROM 2 BY 2 UNTIL WS-EAN-I > 12
               COMPUTE WS-EAN-SOMA =
                   WS-EAN-SOMA + WS-EAN-DIGITO(WS-EAN-I) * 3
           END-PERFORM.

           DIVIDE WS-EAN-SOMA BY 10 GIVING WS-EAN-QUOCIENTE
               REMAINDER WS-EAN-RESTO.

           IF WS-EAN-RESTO = ZEROS
               MOVE ZEROS TO WS-EAN-DV
           ELSE
               COMPUTE WS-EAN-DV = 10 - WS-EAN-RESTO
           END-IF.

      *****************************************
      * LEITURA PELA CHAVE ALTERNATIVA SOBREPOE A AREA DO REGISTRO:
      * O PRODUTO EM MANUTENCAO E GUARDADO E RELIDO NO FIM
      *****************************************
       4320-VERIFICAR-EAN-DUPLICADO.
           MOVE PRD-REGISTRO TO WS-PRODUTO-SALVO.
           MOVE PRD-CODIGO TO WS-EAN-PRODUTO.

           MOVE WS-EAN TO PRD-EAN.
           READ CADASTRO-PRODUTOS KEY IS PRD-EAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRD-CODIGO NOT = WS-EAN-PRODUTO
                       DISPLAY "CODIGO DE BARRAS JA USADO NO PRODUTO "
                           PRD-CODIGO " " PRD-DESCRICAO
                       SET EAN-INVALIDO TO TRUE
                   END-IF
           END-READ.

           MOVE WS-PRODUTO-SALVO TO PRD-REGISTRO.

       4400-PEDIR-CONTROLE-LOTE.
           DISPLAY "CONTROLA LOTE E VALIDADE (S/N)".
           ACCEPT PRD-CONTROLE-LOTE.

           IF PRD-CONTROLE-LOTE = "s"
               MOVE "S" TO PRD-CONTROLE-LOTE
           END-IF.
           IF NOT PRD-COM-LOTE
               MOVE "N" TO PRD-CONTROLE-LOTE
           END-IF.

       5000-INCLUIR.
           DISPLAY "DIGITE O CODIGO DO PRODUTO".
           ACCEPT PRD-CODIGO.
           DISPLAY "DIGITE O CODIGO DE TRIBUTACAO (TRIBTAB)".
           ACCEPT PRD-COD-TRIBUTO.

           PERFORM 4100-PEDIR-FORNECEDOR.
           PERFORM 4200-PEDIR-CLASSIFICACAO.
           PERFORM 4300-PEDIR-EAN.
           PERFORM 4400-PEDIR-CONTROLE-LOTE.

           MOVE ZEROS TO PRD-CUSTO-ULTIMO PRD-CUSTO-MEDIO.
           SET PRD-ATIVO TO TRUE.

           EVALUATE TRUE
               WHEN FORNECEDOR-INVALIDO
                   DISPLAY "FORNECEDOR HABITUAL INVALIDO - INCLUSAO "
                       "CANCELADA"
               WHEN CLASSIFICACAO-INVALIDA
                   DISPLAY "CLASSIFICACAO INVALIDA - INCLUSAO "
                       "CANCELADA"
               WHEN EAN-INVALIDO
                   DISPLAY "CODIGO DE BARRAS INVALIDO - INCLUSAO "
                       "CANCELADA"
               WHEN OTHER
                   WRITE PRD-REGISTRO
                       INVALID KEY
                           DISPLAY "PRODUTO JA CADASTRADO COM ESTE "
                               "CODIGO"
                       NOT INVALID KEY
                           DISPLAY "PRODUTO INCLUIDO COM SUCESSO"
                           PERFORM 4000-GRAVAR-PRECO-VIGENCIA
                   END-WRITE
           END-EVALUATE.

       6000-CONSULTAR.
           DISPLAY "DIGITE O CODIGO DO PRODUTO".
                   MOVE PRD-PRECO-UNITARIO TO WS-PRECO-EDITADO
                   DISPLAY PRD-CODIGO " " PRD-DESCRICAO " PRECO "
                       WS-PRECO-EDITADO " SITUACAO " PRD-SITUACAO
                       " FORNECEDOR " PRD-FORNECEDOR
                       " DEPTO/CATEG " PRD-DEPARTAMENTO "."
                       PRD-CATEGORIA " EAN " PRD-EAN
                       " LOTE " PRD-CONTROLE-LOTE
           END-READ.

       7000-ALTERAR.
                   ACCEPT PRD-PRECO-UNITARIO
                   DISPLAY "DIGITE O CODIGO DE TRIBUTACAO (TRIBTAB)"
                   ACCEPT PRD-COD-TRIBUTO
                   PERFORM 4100-PEDIR-FORNECEDOR
                   PERFORM 4200-PEDIR-CLASSIFICACAO
                   PERFORM 4300-PEDIR-EAN
                   PERFORM 4400-PEDIR-CONTROLE-LOTE
                   EVALUATE TRUE
                       WHEN FORNECEDOR-INVALIDO
                           DISPLAY "FORNECEDOR HABITUAL INVALIDO - "
                               "ALTERACAO CANCELADA"
                       WHEN CLASSIFICACAO-INVALIDA
                           DISPLAY "CLASSIFICACAO INVALIDA - "
                               "ALTERACAO CANCELADA"
                       WHEN EAN-INVALIDO
                           DISPLAY "CODIGO DE BARRAS INVALIDO - "
                               "ALTERACAO CANCELADA"
                       WHEN OTHER
                           REWRITE PRD-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO ALTERAR O PRODUTO"
                               NOT INVALID KEY
                                   DISPLAY "PRODUTO ALTERADO COM "
                                       "SUCESSO"
                                   PERFORM 4000-GRAVAR-PRECO-VIGENCIA
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       8000-MUDAR-SITUACAO.
                   END-REWRITE
           END-READ.

      *****************************************
      * EXCECOES DE ETIQUETAGEM: PRODUTOS ATIVOS SEM CODIGO DE
      * BARRAS, EM ORDEM DE CODIGO INTERNO, NO ARQUIVO RELSEAN
      *****************************************
       9000-LISTAR-SEM-EAN.
           OPEN OUTPUT RELATORIO-SEM-EAN.
           MOVE ZEROS TO WS-SEM-EAN-QTD.

           MOVE "PRODUTOS ATIVOS SEM CODIGO DE BARRAS EAN-13"
               TO SEA-LINHA.
           WRITE SEA-LINHA.
           MOVE "CODIGO DESCRICAO                      FORNECEDOR"
               TO SEA-LINHA.
           WRITE SEA-LINHA.

           MOVE ZEROS TO PRD-CODIGO.
           START CADASTRO-PRODUTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   MOVE "23" TO WS-FS-PRODMST
           END-START.

           PERFORM 9100-VERIFICAR-SEM-EAN
               UNTIL WS-FS-PRODMST NOT = "00".
           MOVE "00" TO WS-FS-PRODMST.

           MOVE SPACES TO SEA-LINHA.
           STRING "TOTAL DE PRODUTOS SEM CODIGO DE BARRAS: "
               WS-SEM-EAN-QTD
               DELIMITED BY SIZE INTO SEA-LINHA.
           WRITE SEA-LINHA.

           CLOSE RELATORIO-SEM-EAN.

           DISPLAY WS-SEM-EAN-QTD " PRODUTO(S) SEM CODIGO DE BARRAS - "
               "LISTA NO ARQUIVO RELSEAN".

       9100-VERIFICAR-SEM-EAN.
           READ CADASTRO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PRODMST
               NOT AT END
                   IF PRD-ATIVO AND PRD-EAN = ZEROS
                       ADD 1 TO WS-SEM-EAN-QTD
                       MOVE SPACES TO SEA-LINHA
                       STRING PRD-CODIGO " " PRD-DESCRICAO " "
                           PRD-FORNECEDOR
                           DELIMITED BY SIZE INTO SEA-LINHA
                       WRITE SEA-LINHA
                   END-IF
           END-READ.

       END PROGRAM PRODMNT.
