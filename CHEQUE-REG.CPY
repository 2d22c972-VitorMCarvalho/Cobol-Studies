      *****************************************
      * CHEQUE-REG.CPY - CUSTODIA DE CHEQUES RECEBIDOS (CHEQUES),
      *                  UM REGISTRO POR CHEQUE, CHAVE CLIENTE MAIS
      *                  SEQUENCIA DO CHEQUE NO CLIENTE. GRAVADO PELO
      *                  PROJETO5 NO FECHAMENTO DO PEDIDO PAGO COM
      *                  CHEQUE (FORMA 05), NO VALOR DO PEDIDO, COM A
      *                  DATA BOM PARA (PRE-DATADO) INFORMADA NO
      *                  BALCAO. O CHQDEP LISTA E MARCA COMO
      *                  DEPOSITADOS OS CHEQUES BONS PARA ATE A DATA
      *                  DE MOVIMENTO; A DEVOLUCAO PELO BANCO E
      *                  REGISTRADA NO CHQMNT, QUE ABRE NO CTRECEB O
      *                  TITULO DO CHEQUE DEVOLVIDO (DOCUMENTO
      *                  7000SSSS, SSSS = SEQUENCIA DO CHEQUE)
      *                  (C=EM CUSTODIA D=DEPOSITADO V=DEVOLVIDO)
      *****************************************
       01  CHQ-REGISTRO.
           05 CHQ-CHAVE.
               10 CHQ-CLIENTE PIC 9(6).
               10 CHQ-SEQUENCIA PIC 9(4).
           05 CHQ-BANCO PIC 9(3).
           05 CHQ-AGENCIA PIC 9(4).
           05 CHQ-CONTA PIC X(12).
           05 CHQ-NUMERO PIC 9(6).
           05 CHQ-EMITENTE-DOC PIC 9(14).
           05 CHQ-VALOR PIC 9(8)V99.
           05 CHQ-BOM-PARA PIC 9(8).
           05 CHQ-DATA-RECEBIMENTO PIC 9(8).
           05 CHQ-PEDIDO PIC 9(6).
           05 CHQ-FILIAL PIC 9(3).
           05 CHQ-OPERADOR PIC X(10).
           05 CHQ-SITUACAO PIC X(1).
               88 CHQ-EM-CUSTODIA VALUE "C".
               88 CHQ-DEPOSITADO VALUE "D".
               88 CHQ-DEVOLVIDO VALUE "V".
           05 CHQ-DATA-DEPOSITO PIC 9(8).
           05 CHQ-DATA-DEVOLUCAO PIC 9(8).
           05 CHQ-ALINEA PIC 9(2).
           05 CHQ-DOCUMENTO-REC PIC 9(8).
