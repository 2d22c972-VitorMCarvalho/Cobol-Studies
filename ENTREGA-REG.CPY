      *****************************************
      * ENTREGA-REG.CPY - ORDEM DE ENTREGA (ENTREGA): UMA POR PEDIDO
      *                   ENTREGUE PELO CAMINHAO PROPRIO, CHAVE
      *                   NUMERO DA ENTREGA. NOME, ENDERECO, CEP E
      *                   TELEFONE SAO COPIADOS DO CADCLI NA CRIACAO.
      *                   GRAVADA PELO PROJETO5 NO FECHAMENTO DO PEDIDO
      *                   OU PELO ENTMNT A PARTIR DE UMA VENDA; A
      *                   BAIXA DO RETORNO DO MOTORISTA E FEITA NO
      *                   ENTMNT E A NAO BAIXADA ROLA PARA O PROXIMO
      *                   DIA UTIL NO ENTROLA (A=AGENDADA E=ENTREGUE
      *                   R=RECUSADA X=CANCELADA)
      *****************************************
       01  ENT-REGISTRO.
           05 ENT-NUMERO PIC 9(6).
           05 ENT-PEDIDO PIC 9(6).
           05 ENT-DATA-VENDA PIC 9(8).
           05 ENT-CLIENTE PIC 9(6).
           05 ENT-NOME PIC X(30).
           05 ENT-ENDERECO PIC X(40).
           05 ENT-CEP PIC 9(8).
           05 ENT-TELEFONE PIC X(15).
           05 ENT-FILIAL PIC 9(3).
           05 ENT-VALOR PIC 9(8)V99.
           05 ENT-VOLUMES PIC 9(5).
           05 ENT-DATA-PREVISTA PIC 9(8).
           05 ENT-DATA-ORIGINAL PIC 9(8).
           05 ENT-REAGENDAMENTOS PIC 9(2).
           05 ENT-SITUACAO PIC X(1).
               88 ENT-AGENDADA VALUE "A".
               88 ENT-ENTREGUE VALUE "E".
               88 ENT-RECUSADA VALUE "R".
               88 ENT-CANCELADA VALUE "X".
           05 ENT-DATA-BAIXA PIC 9(8).
           05 ENT-OCORRENCIA PIC X(30).
           05 ENT-OPERADOR PIC X(10).
