      *****************************************
      * SEQCTL-REG.CPY - AREA DE COMUNICACAO COM O MODULO DE
      *                  CONTROLE DE SEQUENCIA DOS ARQUIVOS DE
      *                  INTERCAMBIO (SEQCTL), SOBRE O SEQARQ:
      *                  FUNCAO N = PROXIMO NUMERO PARA O HEADER DE
      *                             UM ARQUIVO GERADO AQUI
      *                  FUNCAO E = REGISTRA O ARQUIVO GERADO COM
      *                             QUANTIDADE E TOTAL DO TRAILER
      *                  FUNCAO V = VERIFICA O NUMERO DE UM ARQUIVO
      *                             RECEBIDO ANTES DE PROCESSAR
      *                  FUNCAO R = REGISTRA O ARQUIVO RECEBIDO COMO
      *                             PROCESSADO
      *                  RESULTADO DA VERIFICACAO: S = PROXIMO DA
      *                  SEQUENCIA, L = LIBERADO PELO SUPERVISOR,
      *                  D = JA PROCESSADO, F = FORA DE SEQUENCIA
      *                  (SQC-ULTIMO-NUMERO TRAZ O ULTIMO PROCESSADO),
      *                  Z = SEM NUMERO DE SEQUENCIA, N = ERRO NO
      *                  REGISTRO. O PRIMEIRO ARQUIVO RECEBIDO DE CADA
      *                  TIPO ABRE A SEQUENCIA COM O NUMERO QUE TROUXER
      *****************************************
       01  SQC-AREA.
           05 SQC-FUNCAO PIC X(1).
               88 SQC-FUNCAO-PROXIMO VALUE "N".
               88 SQC-FUNCAO-ENVIADO VALUE "E".
               88 SQC-FUNCAO-VERIFICAR VALUE "V".
               88 SQC-FUNCAO-RECEBIDO VALUE "R".
           05 SQC-ARQUIVO PIC X(8).
           05 SQC-NUMERO PIC 9(6).
           05 SQC-DATA-ARQUIVO PIC 9(8).
           05 SQC-QUANTIDADE PIC 9(6).
           05 SQC-TOTAL PIC 9(10)V99.
           05 SQC-ULTIMO-NUMERO PIC 9(6).
           05 SQC-DATA-PROCESSAMENTO PIC 9(8).
           05 SQC-RESULTADO PIC X(1).
               88 SQC-OK VALUE "S".
               88 SQC-LIBERADO VALUE "L".
               88 SQC-JA-PROCESSADO VALUE "D".
               88 SQC-FORA-SEQUENCIA VALUE "F".
               88 SQC-SEM-NUMERO VALUE "Z".
               88 SQC-ERRO VALUE "N".
