      *                   PARCELAS DE PLANO O DOCUMENTO E AAMMDDNN).
      *                   REGISTROS DE TIPO "C" SAO NOTAS DE CREDITO
      *                   (ESTORNO DE OUTRO DIA) A COMPENSAR CONTRA
      *                   OS TITULOS EM ABERTO DO CLIENTE (APLICRED).
      *                   REGISTROS DE TIPO "A" SAO ADIANTAMENTOS DO
      *                   CLIENTE (ADIANT, DOCUMENTO 1NNNNNNN EM
      *                   SEQUENCIA POR CLIENTE): CONSUMO AUTOMATICO
      *                   PELO APLICRED OU SO QUANDO ESCOLHIDO NA
      *                   CAPTURA DA VENDA, QUE GRAVA A DATA DA VENDA
      *                   EM REC-ADT-DATA-USO PARA O APLICRED
      *                   COMPENSAR O TITULO DAQUELE DIA; SALDO
      *                   DEVOLVIDO AO CLIENTE FICA COM CONSUMO "D".
      *                   REC-NOSSO-NUMERO E O NUMERO DO TITULO NO
      *                   BANCO, ATRIBUIDO UMA UNICA VEZ (O MAIOR JA
      *                   USADO MAIS UM) PELA REMESSA OU PELA EMISSAO
      *                   DO BOLETO, O QUE OCORRER PRIMEIRO; ZEROS =
      *                   AINDA NAO ATRIBUIDO.
      *                   RENEGOCIACAO DE DIVIDA (RENEGOC): OS TITULOS
      *                   VENCIDOS RENEGOCIADOS SAO BAIXADOS COM
      *                   REC-RENEG-SITUACAO "R" E REC-RENEG-PLANO =
      *                   DOCUMENTO BASE DO PLANO NOVO (9PPPPP00); AS
      *                   PARCELAS DO PLANO SAO TITULOS COM DOCUMENTO
      *                   9PPPPPNN (PLANO PPPPP EM SEQUENCIA POR
      *                   CLIENTE, PARCELA NN).
      *                   MENSALIDADES DE CONTRATO RECORRENTE
      *                   (CONTRFAT) TEM DOCUMENTO 8CCCAAMM (CONTRATO
      *                   CCC DO CLIENTE, PERIODO AAMM)
      *                   TITULO CONTESTADO PELO CLIENTE (CONTEST)
      *                   FICA COM REC-CONTESTACAO "C" ATE A
      *                   RESOLUCAO ("E" = ENCERRADA): NESSE PERIODO
      *                   NAO CORREM JUROS NEM MULTA (BAIXAREC), NAO
      *                   HA CARTA DE COBRANCA (CLIDUNN), NEGATIVACAO
      *                   (NEGEXP) NEM PROPOSTA DE BAIXA COMO PERDA
      *                   (RECWOFF).
      *                   CHEQUE DEVOLVIDO PELO BANCO (CHQMNT) ABRE
      *                   TITULO COM DOCUMENTO 7000SSSS (SEQUENCIA DO
      *                   CHEQUE NA CUSTODIA CHEQUES DO CLIENTE).
      *****************************************
       01  REC-REGISTRO.
           05 REC-CHAVE.
           05 REC-TIPO PIC X(1).
               88 REC-TIPO-TITULO VALUE "T", " ".
               88 REC-TIPO-CREDITO VALUE "C".
               88 REC-TIPO-ADIANTAMENTO VALUE "A".
           05 REC-DATA-BAIXA PIC 9(8).
           05 REC-SIT-NEGATIVACAO PIC X(1).
               88 REC-NEG-NAO-ENVIADO VALUE "N", " ".
               88 REC-NEG-ENVIADO VALUE "E".
               88 REC-NEG-CONFIRMADO VALUE "C".
           05 REC-ADT-CONSUMO PIC X(1).
               88 REC-ADT-AUTOMATICO VALUE "A", " ".
               88 REC-ADT-NA-VENDA VALUE "V".
               88 REC-ADT-DEVOLVIDO VALUE "D".
           05 REC-ADT-DATA-USO PIC 9(8).
           05 REC-ADT-FORMA PIC 9(2).
           05 REC-NOSSO-NUMERO PIC 9(11).
           05 REC-RENEG-SITUACAO PIC X(1).
               88 REC-NAO-RENEGOCIADO VALUE "N", " ".
               88 REC-RENEGOCIADO VALUE "R".
           05 REC-RENEG-PLANO PIC 9(8).
           05 REC-CONTESTACAO PIC X(1).
               88 REC-SEM-CONTESTACAO VALUE "N", " ".
               88 REC-EM-CONTESTACAO VALUE "C".
               88 REC-CONTESTACAO-ENCERRADA VALUE "E".
           05 REC-CTS-MOTIVO PIC X(30).
           05 REC-CTS-OPERADOR PIC X(10).
           05 REC-CTS-DATA-ABERTURA PIC 9(8).
           05 REC-CTS-DATA-RESOLUCAO PIC 9(8).
           05 REC-CTS-NOTAS PIC X(40).
