      *****************************************
      * VNDCKPT-REG.CPY - PONTO DE CONTROLE DA CAPTURA EM LOTE DO
      *                   PROJETO5 (VNDCKPT): DATA DE MOVIMENTO,
      *                   NUMERO DO ULTIMO REGISTRO DO MOVVND JA
      *                   APLICADO E OS TOTAIS CORRENTES DA EXECUCAO
      *                   (CONTAGENS, VENDAS E ESTORNOS POR MES E POR
      *                   FORMA DE PAGAMENTO, PEDIDO/NOTA EM ABERTO
      *                   DA LOJA VIRTUAL). SITUACAO E = LOTE
      *                   INTERROMPIDO, A PROXIMA EXECUCAO DA MESMA
      *                   DATA RETOMA DAQUI; C = LOTE CONCLUIDO
      *****************************************
       01  CKV-REGISTRO.
           05 CKV-DATA PIC 9(8).
           05 CKV-SITUACAO PIC X(1).
               88 CKV-EM-ANDAMENTO VALUE "E".
               88 CKV-CONCLUIDO VALUE "C".
           05 CKV-HORA PIC 9(8).
           05 CKV-ULTIMO-REGISTRO PIC 9(6).
           05 CKV-CONT-APLICADAS PIC 9(6).
           05 CKV-CONT-REJEITADAS PIC 9(6).
           05 CKV-PEDIDO PIC 9(6).
           05 CKV-NUMERO-NF PIC 9(8).
           05 CKV-PEDIDO-WEB PIC X(10).
           05 CKV-VENDAS.
               10 CKV-VENDAS-POR-MES PIC 9(8)V99 OCCURS 12 TIMES.
           05 CKV-CONTAGENS.
               10 CKV-CONT-VENDAS-MES PIC 9(4) OCCURS 12 TIMES.
           05 CKV-ESTORNOS.
               10 CKV-ESTORNOS-POR-MES PIC 9(8)V99 OCCURS 12 TIMES.
           05 CKV-FORMAS-PAGAMENTO.
               10 CKV-FORMA-ITEM OCCURS 99 TIMES.
                   15 CKV-FPG-VENDAS PIC 9(8)V99.
                   15 CKV-FPG-ESTORNOS PIC 9(8)V99.
