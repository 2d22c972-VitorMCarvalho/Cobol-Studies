      *****************************************
      * OPERADOR-REG.CPY - LAYOUT DO REGISTRO DE OPERADOR. A DATA
      *                    DO ULTIMO ACESSO BEM-SUCEDIDO E MANTIDA
      *                    PELO OPEDORM A PARTIR DO ACESSOLOG; A DATA
      *                    DE RECERTIFICACAO E GRAVADA PELO OPERCERT
      *                    QUANDO O GESTOR CONFIRMA O ACESSO
      *****************************************
       01  OPE-REGISTRO.
           05 OPE-CODIGO PIC X(10).
           05 OPE-DATA-PIN PIC 9(8).
           05 OPE-PINS-ANTERIORES.
               10 OPE-PIN-ANTERIOR PIC X(4) OCCURS 4 TIMES.
           05 OPE-DATA-ULT-ACESSO PIC 9(8).
           05 OPE-DATA-RECERT PIC 9(8).
