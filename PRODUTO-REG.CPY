      *****************************************
      * PRODUTO-REG.CPY - LAYOUT DO CADASTRO DE PRODUTOS
      *                   PRD-FORNECEDOR = FORNECEDOR HABITUAL DO
      *                   PRODUTO (FORNMST), USADO NA SUGESTAO DE
      *                   REPOSICAO (REPOSUG); ZEROS = SEM VINCULO
      *                   PRD-CLASSIFICACAO = DEPARTAMENTO/CATEGORIA
      *                   DA TABELA CATMST; ZEROS = NAO CLASSIFICADO
      *                   PRD-EAN = CODIGO DE BARRAS EAN-13 (CHAVE
      *                   ALTERNATIVA, UNICO QUANDO INFORMADO); ZEROS
      *                   = PRODUTO AINDA SEM CODIGO DE BARRAS
      *                   PRD-CONTROLE-LOTE = S: PERECIVEL, RECEBIDO
      *                   POR LOTE E VALIDADE (ESTLOTE)
      *****************************************
       01  PRD-REGISTRO.
           05 PRD-CODIGO PIC 9(6).
           05 PRD-CUSTO-ULTIMO PIC 9(6)V99.
           05 PRD-CUSTO-MEDIO PIC 9(6)V99.
           05 PRD-COD-TRIBUTO PIC 9(2).
           05 PRD-FORNECEDOR PIC 9(4).
           05 PRD-CLASSIFICACAO.
               10 PRD-DEPARTAMENTO PIC 9(2).
               10 PRD-CATEGORIA PIC 9(2).
           05 PRD-EAN PIC 9(13).
           05 PRD-CONTROLE-LOTE PIC X(1).
               88 PRD-COM-LOTE VALUE "S".
               88 PRD-SEM-LOTE VALUE "N", " ".
