      *****************************************
      * ESTFIL-REG.CPY - SALDO DE ESTOQUE POR FILIAL E PRODUTO
      *                   (ESTFIL): A PARTE DO SALDO DA EMPRESA
      *                   (ESTOQUE) QUE ESTA FISICAMENTE EM CADA
      *                   FILIAL. VENDA E ESTORNO MEXEM NA FILIAL DO
      *                   LANCAMENTO (PROJETO5), O RECEBIMENTO NA
      *                   FILIAL QUE RECEBEU (RECEBMER). NA
      *                   TRANSFERENCIA (TRFMNT) A QUANTIDADE SAI DO
      *                   SALDO DA ORIGEM E FICA EM EFL-EM-TRANSITO
      *                   DA DESTINO ATE A CONFIRMACAO DA CHEGADA
      *****************************************
       01  EFL-REGISTRO.
           05 EFL-CHAVE.
               10 EFL-FILIAL PIC 9(3).
               10 EFL-PRODUTO PIC 9(6).
           05 EFL-SALDO PIC S9(7).
           05 EFL-EM-TRANSITO PIC 9(7).
