      *****************************************
      * DOCMASC-REG.CPY - AREA DE COMUNICACAO COM O MODULO UNICO DE
      *                   APRESENTACAO DO DOCUMENTO DO CLIENTE
      *                   (DOCMASC): DEVOLVE O CPF/CNPJ EDITADO,
      *                   COMPLETO SO PARA OS NIVEIS DE ACESSO
      *                   LIBERADOS NO DOCCFG, MASCARADO PARA OS
      *                   DEMAIS (CPF ***.456.789-**, CNPJ
      *                   **.345.678/0001-**). NIVEL ZERO = SEM
      *                   OPERADOR IDENTIFICADO, SEMPRE MASCARADO.
      *                   FUNCAO E = EXIBIR EM TELA (CADA VISAO
      *                              COMPLETA VAI AO AUDITLOG)
      *                   FUNCAO L = LINHA DE RELATORIO/EXTRATO (SO
      *                              CONTA AS VISOES COMPLETAS)
      *                   FUNCAO F = FIM DO RELATORIO (GRAVA NO
      *                              AUDITLOG O TOTAL CONTADO EM L
      *                              E DEVOLVE EM DMC-QTD-COMPLETOS)
      *                   FUNCAO R = REGISTRAR VISAO COMPLETA DE TELA
      *                              DE MANUTENCAO (CAMPO DIGITAVEL,
      *                              NAO HA COMO MASCARAR)
      *                   DMC-TIPO-PESSOA EM BRANCO: DEDUZ PELO
      *                   TAMANHO DO NUMERO (ACIMA DE 11 DIGITOS E CNPJ)
      *****************************************
       01  DMC-AREA.
           05 DMC-FUNCAO PIC X(1).
               88 DMC-FUNCAO-EXIBIR VALUE "E".
               88 DMC-FUNCAO-LISTAR VALUE "L".
               88 DMC-FUNCAO-FECHAR VALUE "F".
               88 DMC-FUNCAO-REGISTRAR VALUE "R".
           05 DMC-DOCUMENTO PIC 9(14).
           05 DMC-TIPO-PESSOA PIC X(1).
           05 DMC-NIVEL PIC 9(2).
           05 DMC-USUARIO PIC X(10).
           05 DMC-PROGRAMA PIC X(10).
           05 DMC-CLIENTE PIC 9(6).
           05 DMC-DOC-EDITADO PIC X(18).
           05 DMC-SITUACAO PIC X(1).
               88 DMC-MASCARADO VALUE "M".
               88 DMC-COMPLETO VALUE "C".
           05 DMC-QTD-COMPLETOS PIC 9(6).
