       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEIMP.
      *************************************
      *OBJETIVO: IMPORTACAO DA NOTA FISCAL ELETRONICA DO FORNECEDOR
      *(NFEENT) PARA O RECEBIMENTO PENDENTE (RECPEND): O EMITENTE E
      *ACHADO NO FORNMST PELO CNPJ E CADA ITEM TEM O CODIGO DO
      *FORNECEDOR TRADUZIDO PARA O NOSSO PRODUTO PELA TABELA
      *PRDFORN. A NOTA SO ENTRA INTEIRA: FORNECEDOR NAO CADASTRADO
      *OU INATIVO, ITEM SEM CORRESPONDENCIA OU PRODUTO INATIVO
      *MANDAM A NOTA PARA A LISTA DE EXCECOES (RELNFEX), PARA SER
      *CORRIGIDA E REENVIADA. NOTA JA IMPORTADA OU JA LANCADA NO
      *CONTAS A PAGAR E RECUSADA. A NOTA ACEITA FICA PENDENTE ATE O
      *CONFERENTE CONFIRMAR OU CORRIGIR OS ITENS NO RECEBMER.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NOTAS-ELETRONICAS ASSIGN TO "NFEENT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-NFEENT.

               SELECT CADASTRO-FORNECEDORES ASSIGN TO "FORNMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FOR-CODIGO
                   FILE STATUS IS WS-FS-FORNMST.

               SELECT CORRESP-PRODUTOS ASSIGN TO "PRDFORN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XRF-CHAVE
                   FILE STATUS IS WS-FS-PRDFORN.

               SELECT CADASTRO-PRODUTOS ASSIGN TO "PRODMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT RECEBIMENTOS-PENDENTES ASSIGN TO "RECPEND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPD-CHAVE
                   FILE STATUS IS WS-FS-RECPEND.

               SELECT CONTAS-PAGAR ASSIGN TO "CTPAGAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TPG-CHAVE
                   FILE STATUS IS WS-FS-CTPAGAR.

               SELECT RELATORIO-EXCECOES ASSIGN TO "RELNFEX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELNFEX.
       DATA DIVISION.
           FILE SECTION.
           FD  NOTAS-ELETRONICAS
               LABEL RECORD IS STANDARD.
               COPY "NOTAFE-REG.CPY".

           FD  CADASTRO-FORNECEDORES
               LABEL RECORD IS STANDARD.
               COPY "FORNECE-REG.CPY".

           FD  CORRESP-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRDFORN-REG.CPY".

           FD  CADASTRO-PRODUTOS
               LABEL RECORD IS STANDARD.
               COPY "PRODUTO-REG.CPY".

           FD  RECEBIMENTOS-PENDENTES
               LABEL RECORD IS STANDARD.
               COPY "RECPEND-REG.CPY".

           FD  CONTAS-PAGAR
               LABEL RECORD IS STANDARD.
               COPY "CTPAGAR-REG.CPY".

           FD  RELATORIO-EXCECOES
               LABEL RECORD IS STANDARD.
           01  NFX-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-FS-NFEENT PIC X(2) VALUE "00".
           77 WS-FS-FORNMST PIC X(2) VALUE "00".
           77 WS-FS-PRDFORN PIC X(2) VALUE "00".
           77 WS-FS-PRODMST PIC X(2) VALUE "00".
           77 WS-FS-RECPEND PIC X(2) VALUE "00".
           77 WS-FS-CTPAGAR PIC X(2) VALUE "00".
           77 WS-FS-RELNFEX PIC X(2) VALUE "00".
           77 WS-CTPAGAR-SW PIC X(1) VALUE "N".
               88 CTPAGAR-DISPONIVEL VALUE "S".
           77 WS-PRDFORN-SW PIC X(1) VALUE "N".
               88 CORRESP-DISPONIVEL VALUE "S".
           77 WS-PRODMST-SW PIC X(1) VALUE "N".
               88 PRODUTOS-DISPONIVEL VALUE "S".
           77 WS-NOTA-ABERTA-SW PIC X(1) VALUE "N".
               88 NOTA-EM-ABERTO VALUE "S".
               88 NOTA-FECHADA VALUE "N".
           77 WS-NOTA-SW PIC X(1).
               88 NOTA-ACEITA VALUE "S".
               88 NOTA-RECUSADA VALUE "N".
           77 WS-NFE-CNPJ PIC 9(14).
           77 WS-NFE-NOTA PIC 9(9).
           77 WS-NFE-EMISSAO PIC 9(8).
           77 WS-FORNECEDOR PIC 9(4).
           77 WS-FOR-SITUACAO PIC X(1).
           77 WS-MOTIVO PIC X(50).
           77 WS-ITEM-I PIC 9(3).
           77 WS-QTD-ITENS PIC 9(3).
           77 WS-LIMITE-ITENS PIC 9(3) VALUE 300.
           77 WS-CONT-NOTAS-LIDAS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-NOTAS-IMPORTADAS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-NOTAS-RECUSADAS PIC 9(5) VALUE ZEROS.
           77 WS-CONT-ITENS-IMPORTADOS PIC 9(7) VALUE ZEROS.
           77 WS-CONT-EXCECOES PIC 9(5) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(6)9.
           01 WS-ITENS-NOTA.
               05 WS-NFI-ITEM OCCURS 300 TIMES.
                   10 WS-NFI-CODIGO-FORN PIC X(20).
                   10 WS-NFI-PRODUTO PIC 9(6).
                   10 WS-NFI-QUANTIDADE PIC 9(5).
                   10 WS-NFI-CUSTO PIC 9(6)V99.
                   10 WS-NFI-LOTE PIC X(12).
                   10 WS-NFI-VALIDADE PIC 9(8).
           COPY "DATMOV-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-NFEENT = "00"
               PERFORM 2000-LER-REGISTRO
                   UNTIL WS-FS-NFEENT NOT = "00"
               PERFORM 2500-FECHAR-NOTA
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN OUTPUT RELATORIO-EXCECOES.
           MOVE SPACES TO NFX-LINHA.
           STRING "IMPORTACAO DE NOTAS ELETRONICAS EM " DMV-DATA
               " - EXCECOES"
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

           OPEN INPUT NOTAS-ELETRONICAS.
           IF WS-FS-NFEENT NOT = "00"
               DISPLAY "ARQUIVO DE NOTAS NFEENT AUSENTE"
               MOVE "ARQUIVO DE NOTAS NFEENT AUSENTE - NADA IMPORTADO"
                   TO NFX-LINHA
               WRITE NFX-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT CADASTRO-FORNECEDORES.
           OPEN INPUT CORRESP-PRODUTOS.
           IF WS-FS-PRDFORN = "00"
               SET CORRESP-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "TABELA PRDFORN AUSENTE - NENHUM ITEM SERA "
                   "TRADUZIDO"
           END-IF.
           MOVE "00" TO WS-FS-PRDFORN.

           OPEN INPUT CADASTRO-PRODUTOS.
           IF WS-FS-PRODMST = "00"
               SET PRODUTOS-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-PRODMST.

           OPEN I-O RECEBIMENTOS-PENDENTES.
           IF WS-FS-RECPEND = "35"
               OPEN OUTPUT RECEBIMENTOS-PENDENTES
               CLOSE RECEBIMENTOS-PENDENTES
               OPEN I-O RECEBIMENTOS-PENDENTES
           END-IF.

           OPEN INPUT CONTAS-PAGAR.
           IF WS-FS-CTPAGAR = "00"
               SET CTPAGAR-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-CTPAGAR.

       2000-LER-REGISTRO.
           READ NOTAS-ELETRONICAS
               AT END
                   MOVE "10" TO WS-FS-NFEENT
               NOT AT END
                   EVALUATE TRUE
                       WHEN NFE-TIPO-CABECALHO
                           PERFORM 2500-FECHAR-NOTA
                           PERFORM 2100-ABRIR-NOTA
                       WHEN NFE-TIPO-ITEM
                           PERFORM 2200-ACUMULAR-ITEM
                       WHEN OTHER
                           MOVE "REGISTRO COM TIPO INVALIDO IGNORADO"
                               TO WS-MOTIVO
                           PERFORM 2800-GRAVAR-EXCECAO
                   END-EVALUATE
           END-READ.

      *****************************************
      * CABECALHO: EMITENTE PELO CNPJ E RECUSA DE NOTA REPETIDA
      *****************************************
       2100-ABRIR-NOTA.
           SET NOTA-EM-ABERTO TO TRUE.
           SET NOTA-ACEITA TO TRUE.
           ADD 1 TO WS-CONT-NOTAS-LIDAS.
           MOVE NFE-CNPJ TO WS-NFE-CNPJ.
           MOVE NFE-NOTA TO WS-NFE-NOTA.
           MOVE NFE-EMISSAO TO WS-NFE-EMISSAO.
           MOVE ZEROS TO WS-QTD-ITENS.

           PERFORM 2110-LOCALIZAR-FORNECEDOR.

           EVALUATE TRUE
               WHEN WS-NFE-NOTA = ZEROS
                   MOVE "NUMERO DA NOTA ZERADO" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-NOTA
               WHEN WS-FORNECEDOR = ZEROS
                   MOVE "FORNECEDOR NAO CADASTRADO PELO CNPJ"
                       TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-NOTA
               WHEN WS-FOR-SITUACAO = "I"
                   MOVE SPACES TO WS-MOTIVO
                   STRING "FORNECEDOR " WS-FORNECEDOR " INATIVO"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2900-RECUSAR-NOTA
               WHEN OTHER
                   PERFORM 2120-VERIFICAR-DUPLICIDADE
           END-EVALUATE.

      *****************************************
      * O FORNMST E CHAVEADO PELO CODIGO: O CNPJ E PROCURADO NA
      * VARREDURA DO CADASTRO
      *****************************************
       2110-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WS-FORNECEDOR.
           MOVE SPACES TO WS-FOR-SITUACAO.

           IF WS-FS-FORNMST = "00"
               MOVE ZEROS TO FOR-CODIGO
               START CADASTRO-FORNECEDORES
                   KEY IS NOT LESS THAN FOR-CODIGO
                   INVALID KEY
                       MOVE "23" TO WS-FS-FORNMST
               END-START
               PERFORM 2115-COMPARAR-CNPJ
                   UNTIL WS-FS-FORNMST NOT = "00"
               MOVE "00" TO WS-FS-FORNMST
           END-IF.

       2115-COMPARAR-CNPJ.
           READ CADASTRO-FORNECEDORES NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-FORNMST
               NOT AT END
                   IF FOR-CNPJ = WS-NFE-CNPJ
                       MOVE FOR-CODIGO TO WS-FORNECEDOR
                       MOVE FOR-SITUACAO TO WS-FOR-SITUACAO
                       MOVE "10" TO WS-FS-FORNMST
                   END-IF
           END-READ.

       2120-VERIFICAR-DUPLICIDADE.
           MOVE WS-FORNECEDOR TO RPD-FORNECEDOR.
           MOVE WS-NFE-NOTA TO RPD-NOTA.
           MOVE ZEROS TO RPD-ITEM.
           START RECEBIMENTOS-PENDENTES
               KEY IS NOT LESS THAN RPD-CHAVE
               INVALID KEY
                   MOVE "23" TO WS-FS-RECPEND
           END-START.
           IF WS-FS-RECPEND = "00"
               READ RECEBIMENTOS-PENDENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-RECPEND
                   NOT AT END
                       IF RPD-FORNECEDOR = WS-FORNECEDOR
                               AND RPD-NOTA = WS-NFE-NOTA
                           MOVE "NOTA JA IMPORTADA" TO WS-MOTIVO
                           PERFORM 2900-RECUSAR-NOTA
                       END-IF
               END-READ
           END-IF.
           MOVE "00" TO WS-FS-RECPEND.

           IF CTPAGAR-DISPONIVEL AND NOTA-ACEITA
               MOVE WS-FORNECEDOR TO TPG-FORNECEDOR
               MOVE WS-NFE-NOTA TO TPG-NOTA
               MOVE 1 TO TPG-PARCELA
               READ CONTAS-PAGAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "NOTA JA LANCADA NO CONTAS A PAGAR"
                           TO WS-MOTIVO
                       PERFORM 2900-RECUSAR-NOTA
               END-READ
               MOVE "00" TO WS-FS-CTPAGAR
           END-IF.

      *****************************************
      * ITEM: GUARDA NA TABELA DA NOTA E TRADUZ O CODIGO DO
      * FORNECEDOR PARA O NOSSO PRODUTO (PRDFORN)
      *****************************************
       2200-ACUMULAR-ITEM.
           EVALUATE TRUE
               WHEN NOTA-FECHADA
                   MOVE "ITEM SEM CABECALHO DE NOTA IGNORADO"
                       TO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
               WHEN WS-QTD-ITENS NOT < WS-LIMITE-ITENS
                   IF NOTA-ACEITA
                       MOVE "NOTA COM MAIS ITENS QUE O LIMITE DE 300"
                           TO WS-MOTIVO
                       PERFORM 2900-RECUSAR-NOTA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QTD-ITENS
                   MOVE NFE-CODIGO-FORN TO
                       WS-NFI-CODIGO-FORN(WS-QTD-ITENS)
                   MOVE NFE-QUANTIDADE TO
                       WS-NFI-QUANTIDADE(WS-QTD-ITENS)
                   MOVE NFE-CUSTO TO WS-NFI-CUSTO(WS-QTD-ITENS)
                   MOVE NFE-LOTE TO WS-NFI-LOTE(WS-QTD-ITENS)
                   MOVE NFE-VALIDADE TO WS-NFI-VALIDADE(WS-QTD-ITENS)
                   MOVE ZEROS TO WS-NFI-PRODUTO(WS-QTD-ITENS)
                   IF WS-FORNECEDOR > ZEROS
                       PERFORM 2210-TRADUZIR-ITEM
                   END-IF
           END-EVALUATE.

       2210-TRADUZIR-ITEM.
           IF CORRESP-DISPONIVEL
               MOVE WS-FORNECEDOR TO XRF-FORNECEDOR
               MOVE NFE-CODIGO-FORN TO XRF-CODIGO-FORN
               READ CORRESP-PRODUTOS
                   INVALID KEY
                       PERFORM 2215-RECUSAR-SEM-CORRESP
                   NOT INVALID KEY
                       MOVE XRF-PRODUTO TO
                           WS-NFI-PRODUTO(WS-QTD-ITENS)
                       IF PRODUTOS-DISPONIVEL
                           PERFORM 2220-VALIDAR-PRODUTO
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-PRDFORN
           ELSE
               PERFORM 2215-RECUSAR-SEM-CORRESP
           END-IF.

           IF NFE-QUANTIDADE NOT NUMERIC OR NFE-QUANTIDADE = ZEROS
               MOVE SPACES TO WS-MOTIVO
               STRING "ITEM " NFE-CODIGO-FORN " COM QUANTIDADE "
                   "INVALIDA"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM 2900-RECUSAR-NOTA
           END-IF.

       2215-RECUSAR-SEM-CORRESP.
           MOVE SPACES TO WS-MOTIVO.
           STRING "ITEM " NFE-CODIGO-FORN
               " SEM CORRESPONDENCIA NO PRDFORN"
               DELIMITED BY SIZE INTO WS-MOTIVO.
           PERFORM 2900-RECUSAR-NOTA.

       2220-VALIDAR-PRODUTO.
           MOVE XRF-PRODUTO TO PRD-CODIGO.
           READ CADASTRO-PRODUTOS
               INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "ITEM " NFE-CODIGO-FORN " APONTA PRODUTO "
                       XRF-PRODUTO " INEXISTENTE"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2900-RECUSAR-NOTA
               NOT INVALID KEY
                   IF PRD-INATIVO
                       MOVE SPACES TO WS-MOTIVO
                       STRING "ITEM " NFE-CODIGO-FORN " APONTA "
                           "PRODUTO " XRF-PRODUTO " INATIVO"
                           DELIMITED BY SIZE INTO WS-MOTIVO
                       PERFORM 2900-RECUSAR-NOTA
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-PRODMST.

      *****************************************
      * FIM DA NOTA: ACEITA VIRA RECEBIMENTO PENDENTE, ITEM A ITEM;
      * RECUSADA FICA SO NA LISTA DE EXCECOES
      *****************************************
       2500-FECHAR-NOTA.
           IF NOTA-EM-ABERTO
               IF NOTA-ACEITA AND WS-QTD-ITENS = ZEROS
                   MOVE "NOTA SEM ITENS" TO WS-MOTIVO
                   PERFORM 2900-RECUSAR-NOTA
               END-IF
               IF NOTA-ACEITA
                   PERFORM 2600-GRAVAR-PENDENTE
                       VARYING WS-ITEM-I FROM 1 BY 1
                       UNTIL WS-ITEM-I > WS-QTD-ITENS
                   ADD 1 TO WS-CONT-NOTAS-IMPORTADAS
               ELSE
                   ADD 1 TO WS-CONT-NOTAS-RECUSADAS
                   MOVE "NOTA RECUSADA - CORRIGIR E REENVIAR"
                       TO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
               END-IF
               SET NOTA-FECHADA TO TRUE
           END-IF.

       2600-GRAVAR-PENDENTE.
           MOVE WS-FORNECEDOR TO RPD-FORNECEDOR.
           MOVE WS-NFE-NOTA TO RPD-NOTA.
           MOVE WS-ITEM-I TO RPD-ITEM.
           MOVE WS-NFE-EMISSAO TO RPD-EMISSAO.
           MOVE DMV-DATA TO RPD-DATA-IMPORTACAO.
           MOVE WS-NFI-CODIGO-FORN(WS-ITEM-I) TO RPD-CODIGO-FORN.
           MOVE WS-NFI-PRODUTO(WS-ITEM-I) TO RPD-PRODUTO.
           MOVE WS-NFI-QUANTIDADE(WS-ITEM-I) TO RPD-QUANTIDADE.
           MOVE WS-NFI-CUSTO(WS-ITEM-I) TO RPD-CUSTO.
           MOVE WS-NFI-LOTE(WS-ITEM-I) TO RPD-LOTE.
           MOVE WS-NFI-VALIDADE(WS-ITEM-I) TO RPD-VALIDADE.
           SET RPD-PENDENTE TO TRUE.
           MOVE ZEROS TO RPD-QTD-RECEBIDA RPD-CUSTO-RECEBIDO
               RPD-DATA-RECEBIMENTO.
           MOVE SPACES TO RPD-OPERADOR.

           WRITE RPD-REGISTRO
               INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "ERRO AO GRAVAR O ITEM " WS-ITEM-I
                       " NO RECPEND"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM 2800-GRAVAR-EXCECAO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ITENS-IMPORTADOS
           END-WRITE.

       2800-GRAVAR-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES.
           MOVE SPACES TO NFX-LINHA.
           STRING "CNPJ " WS-NFE-CNPJ " NOTA " WS-NFE-NOTA ": "
               WS-MOTIVO
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

       2900-RECUSAR-NOTA.
           SET NOTA-RECUSADA TO TRUE.
           PERFORM 2800-GRAVAR-EXCECAO.

       9000-FINALIZAR.
           MOVE SPACES TO NFX-LINHA.
           WRITE NFX-LINHA.

           MOVE WS-CONT-NOTAS-LIDAS TO WS-CONT-EDITADO.
           MOVE SPACES TO NFX-LINHA.
           STRING "NOTAS LIDAS:        " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

           MOVE WS-CONT-NOTAS-IMPORTADAS TO WS-CONT-EDITADO.
           MOVE SPACES TO NFX-LINHA.
           STRING "NOTAS IMPORTADAS:   " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

           MOVE WS-CONT-ITENS-IMPORTADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO NFX-LINHA.
           STRING "ITENS PENDENTES:    " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

           MOVE WS-CONT-NOTAS-RECUSADAS TO WS-CONT-EDITADO.
           MOVE SPACES TO NFX-LINHA.
           STRING "NOTAS RECUSADAS:    " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO NFX-LINHA.
           WRITE NFX-LINHA.

           IF WS-FS-NFEENT NOT = "35"
               CLOSE NOTAS-ELETRONICAS
           END-IF.
           CLOSE CADASTRO-FORNECEDORES.
           IF CORRESP-DISPONIVEL
               CLOSE CORRESP-PRODUTOS
           END-IF.
           IF PRODUTOS-DISPONIVEL
               CLOSE CADASTRO-PRODUTOS
           END-IF.
           CLOSE RECEBIMENTOS-PENDENTES.
           IF CTPAGAR-DISPONIVEL
               CLOSE CONTAS-PAGAR
           END-IF.
           CLOSE RELATORIO-EXCECOES.

           IF WS-CONT-NOTAS-RECUSADAS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-CONT-NOTAS-IMPORTADAS TO WS-CONT-EDITADO.
           DISPLAY "NOTAS IMPORTADAS PARA CONFERENCIA: "
               WS-CONT-EDITADO.
           DISPLAY "EXCECOES GRAVADAS EM RELNFEX".

       END PROGRAM NFEIMP.
