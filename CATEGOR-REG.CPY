      *****************************************
      * CATEGOR-REG.CPY - LAYOUT DA TABELA DE DEPARTAMENTOS E
      *                   CATEGORIAS DE PRODUTO (CATMST), EM DOIS
      *                   NIVEIS: CAT-CATEGORIA ZEROS = O PROPRIO
      *                   DEPARTAMENTO; DIFERENTE DE ZEROS = UMA
      *                   CATEGORIA DENTRO DO DEPARTAMENTO
      *****************************************
       01  CAT-REGISTRO.
           05 CAT-CHAVE.
               10 CAT-DEPARTAMENTO PIC 9(2).
               10 CAT-CATEGORIA PIC 9(2).
           05 CAT-DESCRICAO PIC X(30).
           05 CAT-SITUACAO PIC X(1).
               88 CAT-ATIVA VALUE "A".
               88 CAT-INATIVA VALUE "I".
