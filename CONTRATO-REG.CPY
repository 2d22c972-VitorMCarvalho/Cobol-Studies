      *****************************************
      * CONTRATO-REG.CPY - CONTRATOS DE COBRANCA RECORRENTE
      *                  (CONTRAT): MENSALIDADE FIXA DO CLIENTE
      *                  (MANUTENCAO, SUPRIMENTOS), FATURADA TODO MES
      *                  PELO CONTRFAT NO DIA DE FATURAMENTO ENTRE AS
      *                  DATAS DE INICIO E FIM (FIM ZERADO = PRAZO
      *                  INDETERMINADO). O TITULO DO MES VAI PARA O
      *                  CTRECEB COM DOCUMENTO 8CCCAAMM (C = SEQUENCIA
      *                  DO CONTRATO NO CLIENTE) E CTR-ULTIMO-PERIODO
      *                  GUARDA O ULTIMO ANO/MES FATURADO. O VALOR E
      *                  REAJUSTADO UMA VEZ POR ANO NO MES DE
      *                  REAJUSTE PELA TAXA DO INDICE NO REAJIDX
      *                  (MES ZERADO = SEM REAJUSTE); O ANO/MES DO
      *                  ULTIMO REAJUSTE FICA EM CTR-ULTIMO-REAJUSTE
      *****************************************
       01  CTR-REGISTRO.
           05 CTR-CHAVE.
               10 CTR-CLIENTE PIC 9(6).
               10 CTR-SEQUENCIA PIC 9(3).
           05 CTR-DESCRICAO PIC X(30).
           05 CTR-VALOR PIC 9(8)V99.
           05 CTR-DIA-FATURAMENTO PIC 9(2).
           05 CTR-DATA-INICIO PIC 9(8).
           05 CTR-DATA-FIM PIC 9(8).
           05 CTR-INDICE PIC X(6).
           05 CTR-MES-REAJUSTE PIC 9(2).
           05 CTR-SITUACAO PIC X(1).
               88 CTR-ATIVO VALUE "A".
               88 CTR-SUSPENSO VALUE "S".
               88 CTR-ENCERRADO VALUE "E".
           05 CTR-ULTIMO-PERIODO PIC 9(6).
           05 CTR-ULTIMO-REAJUSTE PIC 9(6).
           05 CTR-DATA-ULT-ALTERACAO PIC 9(8).
           05 CTR-OPERADOR-ULT-ALTERACAO PIC X(10).
