      *****************************************
      * ENDCLI-REG.CPY - ENDERECOS E CONTATOS ADICIONAIS DO CLIENTE
      *                  (CLIEND), CHAVE CLIENTE + SEQUENCIA. O TIPO
      *                  DIZ O USO: ENDERECO DE FATURAMENTO, ENTREGA
      *                  OU COBRANCA, OU CONTATO NOMEADO (COMPRADOR,
      *                  FINANCEIRO, OUTRO) COM TELEFONE E E-MAIL.
      *                  ENTRE VARIOS DO MESMO TIPO VALE O MARCADO
      *                  COMO PREFERENCIAL; SEM NENHUM DO TIPO VALE O
      *                  ENDERECO/TELEFONE DO PROPRIO CADCLI
      *****************************************
       01  ECT-REGISTRO.
           05 ECT-CHAVE.
               10 ECT-CLIENTE PIC 9(6).
               10 ECT-SEQUENCIA PIC 9(2).
           05 ECT-TIPO PIC X(1).
               88 ECT-FATURAMENTO VALUE "F".
               88 ECT-ENTREGA VALUE "E".
               88 ECT-COBRANCA VALUE "C".
               88 ECT-COMPRADOR VALUE "B".
               88 ECT-FINANCEIRO VALUE "N".
               88 ECT-OUTRO-CONTATO VALUE "O".
               88 ECT-TIPO-VALIDO VALUE "F" "E" "C" "B" "N" "O".
           05 ECT-PREFERENCIAL PIC X(1).
               88 ECT-PREFERIDO VALUE "S".
               88 ECT-NAO-PREFERIDO VALUE "N" " ".
           05 ECT-NOME-CONTATO PIC X(30).
           05 ECT-ENDERECO PIC X(40).
           05 ECT-CEP PIC 9(8).
           05 ECT-TELEFONE PIC X(15).
           05 ECT-EMAIL PIC X(40).
           05 ECT-DATA-ULT-ALTERACAO PIC 9(8).
           05 ECT-OPERADOR-ULT-ALTERACAO PIC X(10).
