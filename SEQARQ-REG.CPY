      *****************************************
      * SEQARQ-REG.CPY - REGISTRO DOS NUMEROS DE SEQUENCIA DOS
      *                  ARQUIVOS DE INTERCAMBIO COM BANCO, BIROU E
      *                  ADQUIRENTE (SEQARQ), UM REGISTRO POR ARQUIVO
      *                  E NUMERO DO HEADER, MANTIDO PELO SEQCTL.
      *                  SENTIDO E = GERADO AQUI (REMBANCO, NEGBANCO),
      *                  R = RECEBIDO (RETBANCO, NEGRETOR, CARTSETT).
      *                  SITUACAO G = GERADO, P = PROCESSADO,
      *                  A = LIBERADO PELO SUPERVISOR (SEQLIB) E AINDA
      *                  NAO PROCESSADO, L = PROCESSADO SOB LIBERACAO.
      *                  NUMERO ZERO = ARQUIVO RECEBIDO SEM HEADER DE
      *                  SEQUENCIA (SO ENTRA LIBERADO)
      *****************************************
       01  SQA-REGISTRO.
           05 SQA-CHAVE.
               10 SQA-ARQUIVO PIC X(8).
               10 SQA-NUMERO PIC 9(6).
           05 SQA-SENTIDO PIC X(1).
               88 SQA-ENVIADO VALUE "E".
               88 SQA-RECEBIDO VALUE "R".
           05 SQA-SITUACAO PIC X(1).
               88 SQA-GERADO VALUE "G".
               88 SQA-PROCESSADO VALUE "P".
               88 SQA-LIBERADO VALUE "A".
               88 SQA-PROCESSADO-LIBERADO VALUE "L".
           05 SQA-DATA-ARQUIVO PIC 9(8).
           05 SQA-DATA-PROCESSAMENTO PIC 9(8).
           05 SQA-HORA-PROCESSAMENTO PIC 9(8).
           05 SQA-VEZES-PROCESSADO PIC 9(2).
           05 SQA-QUANTIDADE PIC 9(6).
           05 SQA-TOTAL PIC 9(10)V99.
           05 SQA-SUPERVISOR PIC X(10).
           05 SQA-DATA-LIBERACAO PIC 9(8).
