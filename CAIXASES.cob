      *(QUEBRA DE CAIXA) ALEM DA TOLERANCIA DO QBRCFG EXIGE O VISTO
      *DO SUPERVISOR (PROGRAM-09) E TODA DIFERENCA VAI PARA O LIVRO
      *DE QUEBRAS (QUEBRAS), QUE O QUEBRREL RESUME POR OPERADOR.
      *NA ABERTURA ENTRA O FUNDO DE TROCO (SUPRIMENTO) E, COM A
      *SESSAO ABERTA, A VENDA ZERO ABRE A ESCOLHA ENTRE SANGRIA,
      *SUPRIMENTO OU FECHAMENTO. CADA SANGRIA OU SUPRIMENTO VAI PARA
      *O ARQUIVO CXMOV, COM VISTO DO SUPERVISOR ACIMA DO LIMITE DO
      *QBRCFG, E SAI COM COMPROVANTE EM CXCOMP. O ESPERADO NA GAVETA
      *NO FECHAMENTO E FUNDO MAIS VENDAS MENOS SANGRIAS.
      *O OPERADOR ENTRA NO TERMINAL PELO MODULO DE ACESSO COM O PIN
      *(SESSAO NO SESATIVA, UMA POR OPERADOR E POR TERMINAL); CADA
      *VENDA RENOVA A SESSAO E, SE ELA EXPIROU OU FOI DERRUBADA PELO
      *ADM (SESMON), A VENDA NAO ENTRA E O CAIXA VAI DIRETO PARA O
      *FECHAMENTO. O FECHAMENTO DO CAIXA ENCERRA A SESSAO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SELECT CONFIG-QUEBRA ASSIGN TO "QBRCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-QBRCFG.

               SELECT MOVIMENTOS-GAVETA ASSIGN TO "CXMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CXMOV.

               SELECT COMPROVANTE-GAVETA ASSIGN TO "CXCOMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-CXCOMP.
       DATA DIVISION.
           FILE SECTION.
           FD  SESSOES-CAIXA
               LABEL RECORD IS STANDARD.
           01  QCF-LINHA.
               05 QCF-TOLERANCIA PIC 9(4)V99.
               05 FILLER PIC X(1).
               05 QCF-LIMITE-MOVIMENTO PIC 9(6)V99.

           FD  MOVIMENTOS-GAVETA
               LABEL RECORD IS STANDARD.
               COPY "CXMOV-REG.CPY".

           FD  COMPROVANTE-GAVETA
               LABEL RECORD IS STANDARD.
           01  CXC-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "BOOK.COB".
           77 WS-DIFERENCA-ABS PIC 9(8)V99.
           77 WS-DIFERENCA-EDITADA PIC +Z(6)9,99.
           77 WS-SUP-PIN PIC X(4).
           77 WS-OPE-PIN PIC X(4).
           77 WS-TERMINAL-SW PIC X(1) VALUE "N".
               88 TERMINAL-ATIVO VALUE "S".
               88 TERMINAL-INATIVO VALUE "N".
           77 WS-FS-CXMOV PIC X(2) VALUE "00".
           77 WS-FS-CXCOMP PIC X(2) VALUE "00".
           77 WS-LIMITE-MOVIMENTO PIC 9(6)V99 VALUE 500.
           77 WS-OPCAO-CAIXA PIC X(1).
           77 WS-SESSAO-SW PIC X(1) VALUE "N".
               88 SESSAO-ENCERRADA VALUE "S".
           77 WS-MOV-TIPO PIC X(1).
               88 MOV-SANGRIA VALUE "S".
               88 MOV-SUPRIMENTO VALUE "U".
           77 WS-MOV-VALOR PIC 9(6)V99.
           77 WS-MOV-HORA PIC 9(8).
           77 WS-MOV-SEQUENCIA PIC 9(3) VALUE ZEROS.
           77 WS-MOV-AUTORIZADO-SW PIC X(1).
               88 MOV-AUTORIZADO VALUE "S".
               88 MOV-NAO-AUTORIZADO VALUE "N".
           77 WS-TOTAL-SUPRIMENTOS PIC 9(8)V99 VALUE ZEROS.
           77 WS-TOTAL-SANGRIAS PIC 9(8)V99 VALUE ZEROS.
           77 WS-ESPERADO-GAVETA PIC 9(8)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO PIC Z(7)9,99.
           01 WS-DENOMINACOES-GRUPO.
               05 FILLER PIC 9(3)V99 VALUE 200.
               05 FILLER PIC 9(3)V99 VALUE 100.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF TERMINAL-ATIVO
               PERFORM 0150-TRATAR-ENTRADA UNTIL SESSAO-ENCERRADA
               PERFORM 0300-FINALIZAR
               PERFORM 0170-SAIR-DO-TERMINAL
           END-IF.
           STOP RUN.

       0100-INICIALIZAR.
               MOVE 1 TO WS-CAIXA
           END-IF.

           PERFORM 0110-ENTRAR-NO-TERMINAL.

           IF TERMINAL-ATIVO
               PERFORM 0410-CARREGAR-TOLERANCIA
               DISPLAY "DIGITE O FUNDO DE TROCO RECEBIDO NA ABERTURA "
                   "(ZERO SE NAO HOUVER)"
               ACCEPT WS-MOV-VALOR
               IF WS-MOV-VALOR > ZEROS
                   SET MOV-SUPRIMENTO TO TRUE
                   PERFORM 0510-REGISTRAR-MOVIMENTO
               END-IF
               DISPLAY "SESSAO ABERTA - DIGITE A PRIMEIRA VENDA (ZERO "
                   "PARA SANGRIA, SUPRIMENTO OU FECHAMENTO)"
               ACCEPT WS-VENDAS
           END-IF.

      *****************************************
      * ENTRADA NO TERMINAL PELO MODULO DE ACESSO (SESSAO ATIVA NO
      * SESATIVA). DEPOIS DE CADA CHAMADA DE SESSAO A FUNCAO VOLTA
      * PARA VALIDACAO, QUE E O QUE OS VISTOS DE SUPERVISOR USAM
      *****************************************
       0110-ENTRAR-NO-TERMINAL.
           DISPLAY "DIGITE O PIN".
           ACCEPT WS-OPE-PIN.

           MOVE WS-OPERADOR TO SGN-USUARIO.
           MOVE WS-OPE-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           MOVE WS-CAIXA TO SGN-TERMINAL.
           SET SGN-FUNCAO-ENTRAR TO TRUE.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.
           SET SGN-FUNCAO-VALIDAR TO TRUE.

           IF SGN-ACESSO-CONCEDIDO
               SET TERMINAL-ATIVO TO TRUE
           ELSE
               DISPLAY "ACESSO NEGADO - CAIXA NAO ABERTO"
           END-IF.

       0160-RENOVAR-SESSAO.
           MOVE WS-OPERADOR TO SGN-USUARIO.
           MOVE WS-CAIXA TO SGN-TERMINAL.
           SET SGN-FUNCAO-ATIVIDADE TO TRUE.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.
           SET SGN-FUNCAO-VALIDAR TO TRUE.

           IF SGN-ACESSO-NEGADO
               SET TERMINAL-INATIVO TO TRUE
               DISPLAY "SESSAO DO TERMINAL ENCERRADA (EXPIRADA OU "
                   "DERRUBADA) - VENDA NAO REGISTRADA, FECHANDO O "
                   "CAIXA"
           END-IF.

       0170-SAIR-DO-TERMINAL.
           IF TERMINAL-ATIVO
               MOVE WS-OPERADOR TO SGN-USUARIO
               MOVE WS-CAIXA TO SGN-TERMINAL
               SET SGN-FUNCAO-SAIR TO TRUE
               CALL "PROGRAM-09" USING SGN-AREA
               SET SGN-FUNCAO-VALIDAR TO TRUE
           END-IF.

       0150-TRATAR-ENTRADA.
           IF WS-VENDAS > 0
               PERFORM 0160-RENOVAR-SESSAO
               IF TERMINAL-ATIVO
                   PERFORM 0200-PROCESSAR
               ELSE
                   SET SESSAO-ENCERRADA TO TRUE
               END-IF
           ELSE
               DISPLAY "S=SANGRIA U=SUPRIMENTO F=FECHAR O CAIXA"
               MOVE SPACES TO WS-OPCAO-CAIXA
               ACCEPT WS-OPCAO-CAIXA
               IF WS-OPCAO-CAIXA = "S" OR WS-OPCAO-CAIXA = "U"
                   MOVE WS-OPCAO-CAIXA TO WS-MOV-TIPO
                   PERFORM 0500-MOVIMENTAR-GAVETA
                   DISPLAY "DIGITE A PROXIMA VENDA (ZERO PARA "
                       "SANGRIA, SUPRIMENTO OU FECHAMENTO)"
                   ACCEPT WS-VENDAS
               ELSE
                   SET SESSAO-ENCERRADA TO TRUE
               END-IF
           END-IF.

       0200-PROCESSAR.
           ADD 1 TO WS-QTD.
           DISPLAY "SESSAO FECHADA - ACUMULADO: " WS-ACUM
               " VENDAS: " WS-QTD.
           DISPLAY "MENOR VENDA: " WS-MIN " MAIOR VENDA: " WS-MAX.
           DISPLAY "SUPRIMENTOS: " WS-TOTAL-SUPRIMENTOS
               " SANGRIAS: " WS-TOTAL-SANGRIAS.

      *****************************************
      * FECHAMENTO CEGO: O OPERADOR DIGITA A CONTAGEM FISICA POR
      * DENOMINACAO ANTES DE VER O TOTAL DO SISTEMA; A QUEBRA ALEM
      * DA TOLERANCIA DO QBRCFG EXIGE VISTO DE SUPERVISOR E TODA
      * DIFERENCA E LANCADA NO LIVRO DE QUEBRAS. O ESPERADO NA
      * GAVETA E O FUNDO DE TROCO MAIS AS VENDAS MENOS AS SANGRIAS
      *****************************************
       0400-FECHAMENTO-CEGO.
           COMPUTE WS-ESPERADO-GAVETA = WS-TOTAL-SUPRIMENTOS +
               WS-ACUM - WS-TOTAL-SANGRIAS.

           MOVE ZEROS TO WS-TOTAL-CONTADO.
           DISPLAY "FECHAMENTO CEGO - INFORME A CONTAGEM DO CAIXA".
           PERFORM 0420-CONTAR-DENOMINACAO
               VARYING WS-DEN-I FROM 1 BY 1 UNTIL WS-DEN-I > 13.

           COMPUTE WS-DIFERENCA = WS-TOTAL-CONTADO -
               WS-ESPERADO-GAVETA.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA.
           MOVE WS-ESPERADO-GAVETA TO WS-VALOR-EDITADO.
           DISPLAY "ESPERADO NA GAVETA (FUNDO + VENDAS - SANGRIAS): "
               WS-VALOR-EDITADO.

           IF WS-DIFERENCA = ZEROS
               DISPLAY "CAIXA CONFERIDO SEM DIFERENCA"
                       CONTINUE
                   NOT AT END
                       MOVE QCF-TOLERANCIA TO WS-TOLERANCIA
                       IF QCF-LIMITE-MOVIMENTO NUMERIC
                           MOVE QCF-LIMITE-MOVIMENTO TO
                               WS-LIMITE-MOVIMENTO
                       END-IF
               END-READ
               CLOSE CONFIG-QUEBRA
           END-IF.
           MOVE DMV-DATA TO QBR-DATA.
           MOVE WS-OPERADOR TO QBR-OPERADOR.
           MOVE WS-CAIXA TO QBR-CAIXA.
           MOVE WS-ESPERADO-GAVETA TO QBR-SISTEMA.
           MOVE WS-TOTAL-CONTADO TO QBR-CONTADO.
           MOVE WS-DIFERENCA TO QBR-DIFERENCA.
           MOVE SGN-USUARIO TO QBR-APROVADOR.
           CLOSE LIVRO-QUEBRAS.
           MOVE "00" TO WS-FS-QUEBRAS.

      *****************************************
      * SANGRIA (DINHEIRO DA GAVETA PARA O COFRE) OU SUPRIMENTO
      * (TROCO RECEBIDO) COM A SESSAO ABERTA. A SANGRIA NAO PODE
      * PASSAR DO ESPERADO NA GAVETA
      *****************************************
       0500-MOVIMENTAR-GAVETA.
           IF MOV-SANGRIA
               DISPLAY "DIGITE O VALOR DA SANGRIA"
           ELSE
               DISPLAY "DIGITE O VALOR DO SUPRIMENTO"
           END-IF.
           ACCEPT WS-MOV-VALOR.

           COMPUTE WS-ESPERADO-GAVETA = WS-TOTAL-SUPRIMENTOS +
               WS-ACUM - WS-TOTAL-SANGRIAS.

           EVALUATE TRUE
               WHEN WS-MOV-VALOR = ZEROS
                   DISPLAY "MOVIMENTO SEM VALOR - NADA LANCADO"
               WHEN MOV-SANGRIA
                       AND WS-MOV-VALOR > WS-ESPERADO-GAVETA
                   DISPLAY "SANGRIA MAIOR QUE O ESPERADO NA GAVETA - "
                       "NAO LANCADA"
               WHEN OTHER
                   PERFORM 0510-REGISTRAR-MOVIMENTO
           END-EVALUATE.

      *****************************************
      * ACIMA DO LIMITE DO QBRCFG O MOVIMENTO SO E LANCADO COM O
      * VISTO DO SUPERVISOR; LANCADO, VAI PARA O CXMOV E SAI O
      * COMPROVANTE
      *****************************************
       0510-REGISTRAR-MOVIMENTO.
           MOVE SPACES TO SGN-USUARIO.
           SET MOV-AUTORIZADO TO TRUE.
           IF WS-MOV-VALOR > WS-LIMITE-MOVIMENTO
               PERFORM 0520-PEDIR-VISTO-MOVIMENTO
           END-IF.

           IF MOV-AUTORIZADO
               ACCEPT WS-MOV-HORA FROM TIME
               ADD 1 TO WS-MOV-SEQUENCIA
               IF MOV-SANGRIA
                   ADD WS-MOV-VALOR TO WS-TOTAL-SANGRIAS
               ELSE
                   ADD WS-MOV-VALOR TO WS-TOTAL-SUPRIMENTOS
               END-IF
               PERFORM 0530-GRAVAR-MOVIMENTO
               PERFORM 0540-IMPRIMIR-COMPROVANTE
           ELSE
               DISPLAY "MOVIMENTO NAO AUTORIZADO - NADA LANCADO"
           END-IF.

       0520-PEDIR-VISTO-MOVIMENTO.
           DISPLAY "*** VALOR ACIMA DO LIMITE - VISTO DO SUPERVISOR "
               "OBRIGATORIO ***".
           DISPLAY "DIGITE O OPERADOR SUPERVISOR".
           ACCEPT SGN-USUARIO.
           DISPLAY "DIGITE O PIN DO SUPERVISOR".
           ACCEPT WS-SUP-PIN.

           MOVE WS-SUP-PIN TO SGN-PIN.
           MOVE SPACES TO SGN-CERTIFICACAO.
           SET SGN-ACESSO-NEGADO TO TRUE.
           CALL "PROGRAM-09" USING SGN-AREA.

           IF SGN-ACESSO-CONCEDIDO AND SGN-NIVEL = 03
               DISPLAY "MOVIMENTO VISTADO PELO SUPERVISOR"
           ELSE
               SET MOV-NAO-AUTORIZADO TO TRUE
           END-IF.

       0530-GRAVAR-MOVIMENTO.
           OPEN EXTEND MOVIMENTOS-GAVETA.
           IF WS-FS-CXMOV NOT = "00"
               OPEN OUTPUT MOVIMENTOS-GAVETA
           END-IF.

           MOVE SPACES TO CXM-LINHA.
           MOVE DMV-DATA TO CXM-DATA.
           MOVE WS-OPERADOR TO CXM-OPERADOR.
           MOVE WS-CAIXA TO CXM-CAIXA.
           MOVE WS-MOV-HORA TO CXM-HORA.
           MOVE WS-MOV-SEQUENCIA TO CXM-SEQUENCIA.
           MOVE WS-MOV-TIPO TO CXM-TIPO.
           MOVE WS-MOV-VALOR TO CXM-VALOR.
           MOVE SGN-USUARIO TO CXM-APROVADOR.
           WRITE CXM-LINHA.

           CLOSE MOVIMENTOS-GAVETA.
           MOVE "00" TO WS-FS-CXMOV.

      *****************************************
      * COMPROVANTE EM CXCOMP, ASSINADO POR QUEM ENTREGA E POR QUEM
      * RECEBE O DINHEIRO; A SANGRIA ACOMPANHA O ENVELOPE DO COFRE
      *****************************************
       0540-IMPRIMIR-COMPROVANTE.
           OPEN OUTPUT COMPROVANTE-GAVETA.

           IF MOV-SANGRIA
               MOVE "COMPROVANTE DE SANGRIA DE CAIXA" TO CXC-LINHA
           ELSE
               MOVE "COMPROVANTE DE SUPRIMENTO DE CAIXA" TO CXC-LINHA
           END-IF.
           WRITE CXC-LINHA.

           MOVE SPACES TO CXC-LINHA.
           STRING "DATA " DMV-DATA " HORA " WS-MOV-HORA(1:6)
               " CAIXA " WS-CAIXA " NUMERO " WS-MOV-SEQUENCIA
               DELIMITED BY SIZE INTO CXC-LINHA.
           WRITE CXC-LINHA.

           MOVE SPACES TO CXC-LINHA.
           STRING "OPERADOR " WS-OPERADOR
               DELIMITED BY SIZE INTO CXC-LINHA.
           WRITE CXC-LINHA.

           MOVE WS-MOV-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO CXC-LINHA.
           STRING "VALOR R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO CXC-LINHA.
           WRITE CXC-LINHA.

           IF SGN-USUARIO NOT = SPACES
               MOVE SPACES TO CXC-LINHA
               STRING "VISTO DO SUPERVISOR " SGN-USUARIO
                   DELIMITED BY SIZE INTO CXC-LINHA
               WRITE CXC-LINHA
           END-IF.

           MOVE SPACES TO CXC-LINHA.
           WRITE CXC-LINHA.
           MOVE SPACES TO CXC-LINHA.
           WRITE CXC-LINHA.
           MOVE "______________________________" TO CXC-LINHA.
           WRITE CXC-LINHA.
           MOVE "ASSINATURA DO OPERADOR" TO CXC-LINHA.
           WRITE CXC-LINHA.

           MOVE SPACES TO CXC-LINHA.
           WRITE CXC-LINHA.
           MOVE "______________________________" TO CXC-LINHA.
           WRITE CXC-LINHA.
           IF MOV-SANGRIA
               MOVE "ASSINATURA DO RESPONSAVEL PELO COFRE" TO CXC-LINHA
           ELSE
               MOVE "ASSINATURA DE QUEM ENTREGOU O TROCO" TO CXC-LINHA
           END-IF.
           WRITE CXC-LINHA.

           CLOSE COMPROVANTE-GAVETA.
           DISPLAY "COMPROVANTE IMPRESSO NO ARQUIVO CXCOMP".

       END PROGRAM CAIXASES.
