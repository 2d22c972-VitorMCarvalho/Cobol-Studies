      *****************************************
      * PONTOS-REG.CPY - RAZAO DE PONTOS DE FIDELIDADE POR CLIENTE
      *                  (PONTOS). A CHAVE E A DO LANCAMENTO DO
      *                  VENDDET QUE ORIGINOU O MOVIMENTO MAIS O TIPO:
      *                  G=GANHO NA VENDA E D=DEVOLVIDO NO ESTORNO DE
      *                  VENDA PAGA EM PONTOS SAO LOTES DE CREDITO,
      *                  COM VALIDADE E SALDO PROPRIO; R=RESGATE COMO
      *                  FORMA DE PAGAMENTO 04, E=ESTORNO DOS PONTOS
      *                  GANHOS NA VENDA ESTORNADA E X=EXPIRACAO
      *                  (PONTEXP, MESMA CHAVE DO LOTE EXPIRADO) SAO
      *                  DEBITOS JA BAIXADOS DO SALDO DOS LOTES. O
      *                  SALDO DO CLIENTE E A SOMA DOS SALDOS DOS
      *                  LOTES AINDA DENTRO DA VALIDADE
      *****************************************
       01  PTS-REGISTRO.
           05 PTS-CHAVE.
               10 PTS-CLIENTE PIC 9(6).
               10 PTS-DATA PIC 9(8).
               10 PTS-SEQUENCIA PIC 9(6).
               10 PTS-TIPO PIC X(1).
                   88 PTS-TIPO-GANHO VALUE "G".
                   88 PTS-TIPO-DEVOLVIDO VALUE "D".
                   88 PTS-TIPO-RESGATE VALUE "R".
                   88 PTS-TIPO-ESTORNO VALUE "E".
                   88 PTS-TIPO-EXPIRADO VALUE "X".
                   88 PTS-TIPO-LOTE VALUE "G", "D".
           05 PTS-PONTOS PIC 9(7).
           05 PTS-SALDO PIC 9(7).
           05 PTS-VALIDADE PIC 9(8).
           05 PTS-VALOR PIC 9(8)V99.
           05 PTS-REF-DATA PIC 9(8).
           05 PTS-REF-SEQUENCIA PIC 9(6).
           05 PTS-FILIAL PIC 9(3).
           05 PTS-OPERADOR PIC X(10).
           05 PTS-DATA-LANCAMENTO PIC 9(8).
