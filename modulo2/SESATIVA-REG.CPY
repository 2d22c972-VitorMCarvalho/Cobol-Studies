      *****************************************
      * SESATIVA-REG.CPY - REGISTRO DE SESSOES ATIVAS POR OPERADOR
      *                    (SESATIVA), MANTIDO PELO MODULO DE ACESSO
      *                    (PROGRAM-09): TERMINAL (NUMERO DO CAIXA),
      *                    ENTRADA E ULTIMA ATIVIDADE PELO RELOGIO DA
      *                    MAQUINA E QUANTOS PROGRAMAS DO MESMO
      *                    TERMINAL ESTAO PENDURADOS NA SESSAO. O
      *                    SESMON LISTA E FORCA A SAIDA
      *****************************************
       01  SSA-REGISTRO.
           05 SSA-OPERADOR PIC X(10).
           05 SSA-TERMINAL PIC 9(2).
           05 SSA-FILIAL PIC 9(3).
           05 SSA-DATA-ENTRADA PIC 9(8).
           05 SSA-HORA-ENTRADA PIC 9(8).
           05 SSA-DATA-ATIVIDADE PIC 9(8).
           05 SSA-HORA-ATIVIDADE PIC 9(8).
           05 SSA-PROGRAMAS PIC 9(2).
