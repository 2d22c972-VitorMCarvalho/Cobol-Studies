      *           OS MOVEIS CALCULADOS PELA PASCOA (CARNAVAL, SEXTA-
      *           FEIRA SANTA E CORPUS CHRISTI), SOBRANDO SO OS
      *           MUNICIPAIS PARA DIGITAR - NUNCA MAIS UM CARNAVAL
      *           ESQUECIDO EM JANEIRO. CADA FERIADO E NACIONAL
      *           (FILIAL 000, VALE PARA TODAS) OU DE UMA FILIAL DO
      *           CADASTRO FILMST (FERIADO MUNICIPAL DAQUELA LOJA)
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-FS-FERIADOS.

                   SELECT CADASTRO-FILIAIS ASSIGN TO "FILMST"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FIL-CODIGO
                       FILE STATUS IS WS-FS-FILMST.

       DATA DIVISION.
           FILE SECTION.
           FD  ARQUIVO-FERIADOS
               05 FER-DATA PIC 9(8).
               05 FILLER PIC X(1).
               05 FER-DESCRICAO PIC X(30).
               05 FILLER PIC X(1).
               05 FER-FILIAL PIC 9(3).

           FD  CADASTRO-FILIAIS
               LABEL RECORD IS STANDARD.
               COPY "FILIAL-REG.CPY".

           WORKING-STORAGE SECTION.
               77 WS-FS-FERIADOS PIC X(2) VALUE "00".
               77 WS-FS-FILMST PIC X(2) VALUE "00".
               77 WS-FILIAIS-SW PIC X(1) VALUE "N".
                   88 FILIAIS-DISPONIVEL VALUE "S".
               77 WS-FILIAL PIC 9(3) VALUE ZEROS.
               77 WS-FER-MAXIMO PIC 9(3) VALUE 500.
               77 WS-OPCAO PIC X(1).
               77 WS-FER-QTD PIC 9(3) VALUE ZEROS.
               77 WS-FER-I PIC 9(3).
                   05 WS-DT-MES PIC 9(2).
                   05 WS-DT-DIA PIC 9(2).
               01 WS-FERIADOS-TABELA.
                   05 WS-FER-ITEM OCCURS 500 TIMES.
                       10 WS-FER-DATA PIC 9(8).
                       10 WS-FER-DESCRICAO PIC X(30).
                       10 WS-FER-FILIAL PIC 9(3).
               COPY "CALNEG-REG.CPY".

       PROCEDURE DIVISION.

       1000-INICIAR.
           PERFORM 1100-CARREGAR-TABELA.

           OPEN INPUT CADASTRO-FILIAIS.
           IF WS-FS-FILMST = "00"
               SET FILIAIS-DISPONIVEL TO TRUE
           END-IF.
           MOVE "00" TO WS-FS-FILMST.

           PERFORM 1900-EXIBIR-MENU.

       1100-CARREGAR-TABELA.
           IF WS-FS-FERIADOS = "00"
               PERFORM 1110-CARREGAR-LOOP
                   UNTIL WS-FS-FERIADOS NOT = "00"
                       OR WS-FER-QTD >= WS-FER-MAXIMO
               CLOSE ARQUIVO-FERIADOS
           END-IF.
           MOVE "00" TO WS-FS-FERIADOS.
                       MOVE FER-DATA TO WS-FER-DATA(WS-FER-QTD)
                       MOVE FER-DESCRICAO TO
                           WS-FER-DESCRICAO(WS-FER-QTD)
                       IF FER-FILIAL IS NUMERIC
                           MOVE FER-FILIAL TO WS-FER-FILIAL(WS-FER-QTD)
                       ELSE
                           MOVE ZEROS TO WS-FER-FILIAL(WS-FER-QTD)
                       END-IF
                   END-IF
           END-READ.

           PERFORM 1900-EXIBIR-MENU.

       3000-FINALIZAR.
           IF FILIAIS-DISPONIVEL
               CLOSE CADASTRO-FILIAIS
           END-IF.
           DISPLAY "MANUTENCAO DE FERIADOS ENCERRADA".

       4000-LISTAR.
           ELSE
               PERFORM VARYING WS-FER-I FROM 1 BY 1
                       UNTIL WS-FER-I > WS-FER-QTD
                   IF WS-FER-FILIAL(WS-FER-I) = ZEROS
                       DISPLAY WS-FER-DATA(WS-FER-I) " "
                           WS-FER-DESCRICAO(WS-FER-I) " NACIONAL"
                   ELSE
                       DISPLAY WS-FER-DATA(WS-FER-I) " "
                           WS-FER-DESCRICAO(WS-FER-I) " FILIAL "
                           WS-FER-FILIAL(WS-FER-I)
                   END-IF
               END-PERFORM
               MOVE WS-FER-QTD TO WS-CONT-EDITADO
               DISPLAY "FERIADOS CADASTRADOS: " WS-CONT-EDITADO

           PERFORM 8000-VALIDAR-DATA.

           IF DATA-VALIDA
               PERFORM 8050-PEDIR-FILIAL
           END-IF.

           IF DATA-INVALIDA
               DISPLAY "DATA OU FILIAL INVALIDA - INCLUSAO CANCELADA"
           ELSE
               PERFORM 8100-PROCURAR-FERIADO
               IF FERIADO-NAO-ACHADO AND WS-FILIAL NOT = ZEROS
                   MOVE ZEROS TO WS-FILIAL
                   PERFORM 8100-PROCURAR-FERIADO
                   MOVE FIL-CODIGO TO WS-FILIAL
               END-IF
               IF FERIADO-ACHADO
                   DISPLAY "FERIADO JA CADASTRADO NESTA DATA PARA "
                       "ESTA FILIAL OU COMO NACIONAL"
               ELSE
                   DISPLAY "DIGITE A DESCRICAO"
                   ACCEPT WS-DESCRICAO
       6000-EXCLUIR.
           DISPLAY "DIGITE A DATA DO FERIADO A EXCLUIR (AAAAMMDD)".
           ACCEPT WS-DATA-TRABALHO.
           DISPLAY "DIGITE A FILIAL DO FERIADO (000 = NACIONAL)".
           ACCEPT WS-FILIAL.

           PERFORM 8100-PROCURAR-FERIADO.

               DISPLAY "ANO FORA DA FAIXA - GERACAO CANCELADA"
           ELSE
               MOVE ZEROS TO WS-CONT-GERADOS
               MOVE ZEROS TO WS-FILIAL
               PERFORM 7100-GERAR-FIXOS
               PERFORM 7200-CALCULAR-PASCOA
               PERFORM 7300-GERAR-MOVEIS
               END-IF
           END-IF.

      *****************************************
      * FILIAL DO FERIADO: 000 = NACIONAL; OUTRA TEM DE ESTAR ATIVA
      * NO CADASTRO DE FILIAIS (QUANDO O FILMST EXISTE)
      *****************************************
       8050-PEDIR-FILIAL.
           DISPLAY "DIGITE A FILIAL DO FERIADO (000 = NACIONAL)".
           ACCEPT WS-FILIAL.
           MOVE WS-FILIAL TO FIL-CODIGO.

           IF WS-FILIAL NOT = ZEROS AND FILIAIS-DISPONIVEL
               READ CADASTRO-FILIAIS
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA"
                       SET DATA-INVALIDA TO TRUE
                   NOT INVALID KEY
                       IF FIL-INATIVA
                           DISPLAY "FILIAL INATIVA"
                           SET DATA-INVALIDA TO TRUE
                       ELSE
                           DISPLAY "FILIAL: " FIL-NOME
                       END-IF
               END-READ
               MOVE "00" TO WS-FS-FILMST
               MOVE WS-FILIAL TO FIL-CODIGO
           END-IF.

       8100-PROCURAR-FERIADO.
           SET FERIADO-NAO-ACHADO TO TRUE.

           PERFORM VARYING WS-FER-I FROM 1 BY 1
                   UNTIL WS-FER-I > WS-FER-QTD OR FERIADO-ACHADO
               IF WS-FER-DATA(WS-FER-I) = WS-DATA-TRABALHO
                       AND WS-FER-FILIAL(WS-FER-I) = WS-FILIAL
                   SET FERIADO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           END-IF.

       8200-ACRESCENTAR-FERIADO.
           IF WS-FER-QTD >= WS-FER-MAXIMO
               DISPLAY "TABELA DE FERIADOS CHEIA (500) - AUMENTE A "
                   "TABELA"
           ELSE
               ADD 1 TO WS-FER-QTD
               MOVE WS-DATA-TRABALHO TO WS-FER-DATA(WS-FER-QTD)
               MOVE WS-DESCRICAO TO WS-FER-DESCRICAO(WS-FER-QTD)
               MOVE WS-FILIAL TO WS-FER-FILIAL(WS-FER-QTD)
           END-IF.

       8900-REGRAVAR-ARQUIVO.
               MOVE SPACES TO FER-LINHA
               MOVE WS-FER-DATA(WS-FER-I) TO FER-DATA
               MOVE WS-FER-DESCRICAO(WS-FER-I) TO FER-DESCRICAO
               MOVE WS-FER-FILIAL(WS-FER-I) TO FER-FILIAL
               WRITE FER-LINHA
           END-PERFORM.

