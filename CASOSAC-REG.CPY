      *****************************************
      * CASOSAC-REG.CPY - CASO DE ATENDIMENTO AO CLIENTE (CASOSAC),
      *                   CHAVE O NUMERO SEQUENCIAL DO CASO, COM
      *                   CHAVE ALTERNATIVA PELO CLIENTE. LIGA A
      *                   RECLAMACAO A UMA VENDA DO VENDDET (DATA E
      *                   SEQUENCIA) OU A UM PEDIDO (VDT-PEDIDO) E,
      *                   QUANDO O ESTORNO E CAPTURADO CITANDO O
      *                   CASO, GUARDA A CHAVE DO ESTORNO. MANTIDO
      *                   PELO SACMNT; CADA ACAO SAI NO CASOLOG
      *                   (A=ABERTO T=EM ATENDIMENTO F=ENCERRADO)
      *****************************************
       01  CAS-REGISTRO.
           05 CAS-NUMERO PIC 9(6).
           05 CAS-CLIENTE PIC 9(6).
           05 CAS-DATA-ABERTURA PIC 9(8).
           05 CAS-CANAL PIC X(1).
               88 CAS-CANAL-TELEFONE VALUE "T".
               88 CAS-CANAL-EMAIL VALUE "E".
               88 CAS-CANAL-PESSOAL VALUE "P".
               88 CAS-CANAL-WEB VALUE "W".
               88 CAS-CANAL-VALIDO VALUE "T" "E" "P" "W".
           05 CAS-CATEGORIA PIC X(1).
               88 CAS-CAT-DEFEITO VALUE "D".
               88 CAS-CAT-ESTORNO VALUE "E".
               88 CAS-CAT-ENTREGA VALUE "N".
               88 CAS-CAT-COBRANCA VALUE "C".
               88 CAS-CAT-ATENDIMENTO VALUE "A".
               88 CAS-CAT-OUTROS VALUE "O".
               88 CAS-CATEGORIA-VALIDA VALUE "D" "E" "N" "C" "A"
                   "O".
           05 CAS-VENDA.
               10 CAS-VENDA-DATA PIC 9(8).
               10 CAS-VENDA-SEQUENCIA PIC 9(6).
           05 CAS-PEDIDO PIC 9(6).
           05 CAS-DESCRICAO PIC X(60).
           05 CAS-RESPONSAVEL PIC X(10).
           05 CAS-SITUACAO PIC X(1).
               88 CAS-ABERTO VALUE "A".
               88 CAS-EM-ATENDIMENTO VALUE "T".
               88 CAS-ENCERRADO VALUE "F".
               88 CAS-PENDENTE VALUE "A" "T".
           05 CAS-DATA-RESOLUCAO PIC 9(8).
           05 CAS-RESOLUCAO PIC X(60).
           05 CAS-OPERADOR-ABERTURA PIC X(10).
           05 CAS-DATA-ULT-ATUALIZACAO PIC 9(8).
           05 CAS-ESTORNO.
               10 CAS-ESTORNO-DATA PIC 9(8).
               10 CAS-ESTORNO-SEQUENCIA PIC 9(6).
