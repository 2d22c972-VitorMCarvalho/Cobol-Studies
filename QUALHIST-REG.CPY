      *****************************************
      * QUALHIST-REG.CPY - HISTORICO MENSAL DA QUALIDADE DO CADASTRO
      *                    DE CLIENTES (QUALHIST), UM REGISTRO POR
      *                    ANO/MES, GRAVADO PELO CLIQUAL: CLIENTES
      *                    ATIVOS AVALIADOS, QUANTOS FALHARAM EM ALGUMA
      *                    REGRA, NOTA MEDIA (0 A 100) E A CONTAGEM DE
      *                    FALHAS POR REGRA (1=DOCUMENTO 2=TIPO DE
      *                    PESSOA 3=CEP 4=ENDERECO 5=TELEFONE
      *                    6=CONSENTIMENTO 7=FILIAL). O REPROCESSAMENTO
      *                    DO MES SUBSTITUI O REGISTRO
      *****************************************
       01  QHS-REGISTRO.
           05 QHS-CHAVE.
               10 QHS-ANO PIC 9(4).
               10 QHS-MES PIC 9(2).
           05 QHS-AVALIADOS PIC 9(6).
           05 QHS-COM-FALHA PIC 9(6).
           05 QHS-NOTA-MEDIA PIC 9(3).
           05 QHS-FALHAS.
               10 QHS-FALHAS-REGRA PIC 9(6) OCCURS 7 TIMES.
           05 QHS-DATA-APURACAO PIC 9(8).
