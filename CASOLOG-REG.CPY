      *****************************************
      * CASOLOG-REG.CPY - LINHA DO HISTORICO DOS CASOS DE ATENDIMENTO
      *                   (CASOLOG): UMA LINHA POR ACAO SOBRE O CASO
      *                   (ABERTURA, ATRIBUICAO, ATUALIZACAO,
      *                   ENCERRAMENTO, ESTORNO LIGADO), COM O
      *                   OPERADOR E O TEXTO DA ACAO
      *****************************************
       01  CSL-LINHA.
           05 CSL-NUMERO PIC 9(6).
           05 FILLER PIC X(1).
           05 CSL-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 CSL-HORA PIC 9(8).
           05 FILLER PIC X(1).
           05 CSL-OPERADOR PIC X(10).
           05 FILLER PIC X(1).
           05 CSL-ACAO PIC X(10).
           05 FILLER PIC X(1).
           05 CSL-TEXTO PIC X(60).
