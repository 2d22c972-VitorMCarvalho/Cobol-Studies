      *****************************************
      * LEMBENV-REG.CPY - TITULOS JA LEMBRADOS AO CLIENTE ANTES DO
      *                  VENCIMENTO (LEMBENV), UM REGISTRO POR TITULO
      *                  DO CTRECEB (MESMA CHAVE), GRAVADO PELO
      *                  LEMBRETE NA DATA DO ENVIO AO PROVEDOR DE
      *                  SMS/E-MAIL; BASE DA COMPARACAO DE PAGAMENTO
      *                  EM DIA DOS TITULOS LEMBRADOS CONTRA OS NAO
      *                  LEMBRADOS (LEMBREL)
      *****************************************
       01  LBE-REGISTRO.
           05 LBE-CHAVE.
               10 LBE-CLIENTE PIC 9(6).
               10 LBE-DOCUMENTO PIC 9(8).
           05 LBE-DATA-ENVIO PIC 9(8).
           05 LBE-VENCIMENTO PIC 9(8).
           05 LBE-VALOR PIC 9(8)V99.
