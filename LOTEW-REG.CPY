      *****************************************
      * LOTEW-REG.CPY - AREA DE COMUNICACAO COM A ROTINA UNICA DE
      *                 ATUALIZACAO DO SALDO POR LOTE (LOTEW):
      *                 FUNCAO R = RECEBIMENTO NO LOTE/VALIDADE
      *                            INFORMADOS (CRIA O LOTE)
      *                 FUNCAO S = SAIDA PELOS LOTES NAO VENCIDOS
      *                            QUE VENCEM PRIMEIRO
      *                 FUNCAO E = VOLTA (ESTORNO) PARA O PRIMEIRO
      *                            LOTE NAO VENCIDO DO PRODUTO
      *                 PRODUTO SEM LOTE NO ESTLOTE NAO E AFETADO;
      *                 A QUANTIDADE QUE NAO COUBE EM LOTE VOLTA EM
      *                 LTW-NAO-ALOCADO
      *****************************************
       01  LTW-AREA.
           05 LTW-FUNCAO PIC X(1).
               88 LTW-FUNCAO-RECEBER VALUE "R".
               88 LTW-FUNCAO-SAIDA VALUE "S".
               88 LTW-FUNCAO-ENTRADA VALUE "E".
           05 LTW-PRODUTO PIC 9(6).
           05 LTW-LOTE PIC X(12).
           05 LTW-VALIDADE PIC 9(8).
           05 LTW-QUANTIDADE PIC 9(7).
           05 LTW-FORNECEDOR PIC 9(4).
           05 LTW-CUSTO PIC 9(6)V99.
           05 LTW-NAO-ALOCADO PIC 9(7).
           05 LTW-RESULTADO PIC X(1).
               88 LTW-OK VALUE "S".
               88 LTW-ERRO VALUE "N".
