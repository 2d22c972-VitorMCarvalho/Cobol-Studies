      *                  EXIGIR UMA CERTIFICACAO DE TREINAMENTO EM
      *                  SGN-CERTIFICACAO (CURSO DO CERTOPE, ESPACOS
      *                  QUANDO NAO EXIGE): SEM CERTIFICADO VIGENTE
      *                  O ACESSO E NEGADO E LOGADO NO ACESSOLOG.
      *                  SGN-FUNCAO: E = ENTRADA NO TERMINAL (ABRE A
      *                  SESSAO NO SESATIVA), A = ATIVIDADE (RENOVA A
      *                  SESSAO, SEM PIN), S = SAIDA (ENCERRA A
      *                  SESSAO, SEM PIN); QUALQUER OUTRO VALOR SO
      *                  VALIDA USUARIO E PIN (VISTO DE SUPERVISOR,
      *                  ROTINAS DE RETAGUARDA)
      *****************************************
       01  SGN-AREA.
           05 SGN-USUARIO PIC X(10).
           05 SGN-RESULTADO PIC X(1).
               88 SGN-ACESSO-CONCEDIDO VALUE "S".
               88 SGN-ACESSO-NEGADO VALUE "N".
           05 SGN-FUNCAO PIC X(1).
               88 SGN-FUNCAO-VALIDAR VALUE "V".
               88 SGN-FUNCAO-ENTRAR VALUE "E".
               88 SGN-FUNCAO-ATIVIDADE VALUE "A".
               88 SGN-FUNCAO-SAIR VALUE "S".
           05 SGN-TERMINAL PIC 9(2).
