      *****************************************
      * ENDCONS-REG.CPY - AREA DE COMUNICACAO COM O MODULO DE
      *                   ENDERECOS E CONTATOS (ENDCONS): CLIENTE E
      *                   TIPO NA ENTRADA. QUEM CHAMA CARREGA ANTES OS
      *                   CAMPOS DE SAIDA COM OS DADOS DO CADCLI; O
      *                   MODULO SO TROCA O QUE O REGISTRO DO CLIEND
      *                   TROUXER PREENCHIDO. FUNCAO "F" FECHA O
      *                   ARQUIVO NO FIM DO PROCESSAMENTO
      *****************************************
       01  ECS-AREA.
           05 ECS-FUNCAO PIC X(1).
               88 ECS-CONSULTAR VALUE "C".
               88 ECS-FECHAR VALUE "F".
           05 ECS-CLIENTE PIC 9(6).
           05 ECS-TIPO PIC X(1).
           05 ECS-NOME-CONTATO PIC X(30).
           05 ECS-ENDERECO PIC X(40).
           05 ECS-CEP PIC 9(8).
           05 ECS-TELEFONE PIC X(15).
           05 ECS-EMAIL PIC X(40).
           05 ECS-RESULTADO PIC X(1).
               88 ECS-ACHADO VALUE "S".
               88 ECS-NAO-ACHADO VALUE "N".
               88 ECS-SEM-ARQUIVO VALUE "T".
