      *****************************************
      * GRUPO-REG.CPY - LAYOUT DO CADASTRO DE GRUPOS ECONOMICOS
      *                 (GRPMST), MANTIDO PELO GRUPMNT: CLIENTES
      *                 PESSOA JURIDICA DO MESMO GRUPO (CLI-GRUPO)
      *                 TEM A EXPOSICAO SOMADA CONTRA O LIMITE DO
      *                 GRUPO NA VENDA A PRAZO. GRP-EMPRESA-LIDER E O
      *                 CODIGO DO CLIENTE DA EMPRESA CABECA DO GRUPO;
      *                 LIMITE ZERO = GRUPO SEM TETO CONSOLIDADO
      *****************************************
       01  GRP-REGISTRO.
           05 GRP-CODIGO PIC 9(4).
           05 GRP-NOME PIC X(30).
           05 GRP-LIMITE-CREDITO PIC 9(9)V99.
           05 GRP-EMPRESA-LIDER PIC 9(6).
           05 GRP-SITUACAO PIC X(1).
               88 GRP-ATIVO VALUE "A".
               88 GRP-INATIVO VALUE "I".
           05 GRP-DATA-ULT-ALTERACAO PIC 9(8).
           05 GRP-OPERADOR-ULT-ALTERACAO PIC X(10).
