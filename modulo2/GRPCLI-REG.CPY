      *****************************************
      * GRPCLI-REG.CPY - LAYOUT DO INDICE DE CLIENTES POR GRUPO
      *                  ECONOMICO (GRPCLI): CHAVE = GRUPO + CODIGO
      *                  DO CLIENTE, MANTIDO PELO CLIENTES AO GRAVAR
      *                  OU TROCAR O CLI-GRUPO E RECONSTRUIDO PELO
      *                  GRUPMNT A PARTIR DO CADCLI; LIDO PELA VENDA
      *                  (EXPOSICAO DO GRUPO) E PELO GRUPEXP. O
      *                  CLI-GRUPO DO CADCLI E QUEM VALE - O INDICE E
      *                  SO O CAMINHO DE ACESSO
      *****************************************
       01  GRC-REGISTRO.
           05 GRC-CHAVE.
               10 GRC-GRUPO PIC 9(4).
               10 GRC-CODIGO PIC 9(6).
