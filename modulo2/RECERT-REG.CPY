      *****************************************
      * RECERT-REG.CPY - CONTROLE DA CAMPANHA DE RECERTIFICACAO DE
      *                  ACESSOS (RECERTCTL): DATA DE ABERTURA, PRAZO
      *                  PARA OS GESTORES CONFIRMAREM OS OPERADORES
      *                  E QUEM ABRIU. GRAVADO PELO OPERCERT E LIDO
      *                  PELO OPEDORM, QUE BLOQUEIA APOS O PRAZO QUEM
      *                  NAO FOI CONFIRMADO DESDE A ABERTURA
      *****************************************
       01  RCT-LINHA.
           05 RCT-DATA-INICIO PIC 9(8).
           05 FILLER PIC X(1).
           05 RCT-DATA-LIMITE PIC 9(8).
           05 FILLER PIC X(1).
           05 RCT-OPERADOR PIC X(10).
