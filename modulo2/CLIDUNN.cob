      *           FINAL, AMBOS ANOTADOS NA LISTA DE CONTROLE.
      *           CLIENTE DE CLASSE A (CLIABC) NAO RECEBE A CARTA
      *           PADRAO: ENTRA NA LISTA DO GERENTE (GERCOBR) PARA
      *           TRATAMENTO PESSOAL, ANOTADO NA LISTA DE CONTROLE.
      *           CLIENTE COM TITULO EM CONTESTACAO NO CONTAS A
      *           RECEBER (CTRECEB, ABERTA PELO CONTEST) NAO RECEBE
      *           CARTA ENQUANTO A CONTESTACAO ESTIVER ABERTA: SAI EM
      *           LINHA PROPRIA NA LISTA DE CONTROLE, COM TOTAL A PARTE.
      *           A CARTA VAI PARA O ENDERECO DE COBRANCA PREFERENCIAL
      *           DO CLIEND E A LISTA DO GERENTE LEVA O CONTATO
      *           FINANCEIRO; SEM ELES VALEM ENDERECO E TELEFONE DO
      *           CADCLI
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
                       RECORD KEY IS LMX-CLIENTE
                       FILE STATUS IS WS-FS-LIMX.

                   SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REC-CHAVE
                       FILE STATUS IS WS-FS-CTRECEB.

       DATA DIVISION.
           FILE SECTION.
           FD  CADASTRO-CLIENTES

           FD  LISTA-GERENTE
               LABEL RECORD IS STANDARD.
           01  GER-LINHA PIC X(170).

           FD  CRUZAMENTO-LIMITE
               LABEL RECORD IS STANDARD.
               COPY "LIMX-REG.CPY".

           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CONTATOS-COBRANCA
               LABEL RECORD IS STANDARD.
           01  CTT-LINHA.
                   88 PROMESSA-PENDENTE VALUE "P".
                   88 PROMESSA-QUEBRADA VALUE "Q".
               77 WS-DATA-PROMETIDA PIC 9(8).
               77 WS-FS-CTRECEB PIC X(2) VALUE "00".
               77 WS-CTRECEB-SW PIC X(1) VALUE "N".
                   88 CTRECEB-DISPONIVEL VALUE "S".
                   88 CTRECEB-INDISPONIVEL VALUE "N".
               77 WS-CONTESTACAO-SW PIC X(1).
                   88 CLIENTE-EM-CONTESTACAO VALUE "S".
                   88 CLIENTE-SEM-CONTESTACAO VALUE "N".
               77 WS-DOC-CONTESTADO PIC 9(8).
               77 WS-CONT-CONTESTACAO PIC 9(4) VALUE ZEROS.
               01 WS-PROMESSAS-TABELA.
                   05 WS-PRM-ITEM OCCURS 300 TIMES.
                       10 WS-PRM-CLIENTE PIC 9(6).
                       10 WS-PRM-DATA PIC 9(8).
               COPY "DATMOV-REG.CPY".
               COPY "ENDCONS-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL "DATMOV" USING DMV-AREA.
           PERFORM 1500-CARREGAR-PROMESSAS.

           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-CTRECEB = "00"
               SET CTRECEB-DISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT CARTAS-COBRANCA.
           OPEN OUTPUT LISTA-CONTROLE.
           OPEN OUTPUT LISTA-GERENTE.
           MOVE VDC-VALOR TO WS-VENDIDO-EDITADO.
           MOVE WS-EXCESSO TO WS-EXCESSO-EDITADO.

           PERFORM 3040-VERIFICAR-CONTESTACAO.
           PERFORM 3050-AVALIAR-PROMESSA.

           EVALUATE TRUE
               WHEN CLIENTE-EM-CONTESTACAO
                   PERFORM 3065-SUPRIMIR-POR-CONTESTACAO
               WHEN PROMESSA-PENDENTE
                   PERFORM 3060-SUPRIMIR-CARTA
               WHEN CLI-CLASSE-A
       3070-ENCAMINHAR-AO-GERENTE.
           ADD 1 TO WS-CONT-GERENTE.

           MOVE "N" TO ECS-TIPO.
           PERFORM 3080-OBTER-ENDERECO-CONTATO.

           MOVE SPACES TO GER-LINHA.
           STRING CLI-CODIGO " " CLI-NOME " TELEFONE " ECS-TELEFONE
               " LIMITE " WS-LIMITE-EDITADO
               " VENDIDO " WS-VENDIDO-EDITADO
               " EXCESSO " WS-EXCESSO-EDITADO
               " MESES " DUN-MESES-CONSEC
               " CONTATO " ECS-NOME-CONTATO
               DELIMITED BY SIZE INTO GER-LINHA.
           WRITE GER-LINHA.

               END-IF
           END-PERFORM.

      *****************************************
      * PROCURA NO CTRECEB UM TITULO DO CLIENTE COM SALDO E
      * CONTESTACAO ABERTA; SEM O CTRECEB A CARTA SEGUE NORMAL
      *****************************************
       3040-VERIFICAR-CONTESTACAO.
           SET CLIENTE-SEM-CONTESTACAO TO TRUE.

           IF CTRECEB-DISPONIVEL
               MOVE CLI-CODIGO TO REC-CLIENTE
               MOVE ZEROS TO REC-DOCUMENTO
               START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
                   INVALID KEY
                       MOVE "23" TO WS-FS-CTRECEB
               END-START
               PERFORM 3045-VERIFICAR-CONTESTACAO-LOOP
                   UNTIL WS-FS-CTRECEB NOT = "00"
                       OR CLIENTE-EM-CONTESTACAO
               MOVE "00" TO WS-FS-CTRECEB
           END-IF.

       3045-VERIFICAR-CONTESTACAO-LOOP.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-CLIENTE NOT = CLI-CODIGO
                       MOVE "10" TO WS-FS-CTRECEB
                   ELSE
                       IF REC-EM-CONTESTACAO AND REC-SALDO > ZEROS
                           SET CLIENTE-EM-CONTESTACAO TO TRUE
                           MOVE REC-DOCUMENTO TO WS-DOC-CONTESTADO
                       END-IF
                   END-IF
           END-READ.

       3065-SUPRIMIR-POR-CONTESTACAO.
           ADD 1 TO WS-CONT-CONTESTACAO.
           MOVE SPACES TO LST-LINHA.
           STRING CLI-CODIGO " " CLI-NOME " CARTA SUPRIMIDA - "
               "TITULO " WS-DOC-CONTESTADO " EM CONTESTACAO"
               DELIMITED BY SIZE INTO LST-LINHA.
           WRITE LST-LINHA.

       3060-SUPRIMIR-CARTA.
           ADD 1 TO WS-CONT-SUPRIMIDAS.
           MOVE SPACES TO LST-LINHA.
               DELIMITED BY SIZE INTO LST-LINHA.
           WRITE LST-LINHA.

      *****************************************
      * ENDERECO/CONTATO DO TIPO PEDIDO NO CLIEND, PARTINDO DOS
      * DADOS DO PROPRIO CADCLI
      *****************************************
       3080-OBTER-ENDERECO-CONTATO.
           SET ECS-CONSULTAR TO TRUE.
           MOVE CLI-CODIGO TO ECS-CLIENTE.
           MOVE SPACES TO ECS-NOME-CONTATO ECS-EMAIL.
           MOVE CLI-ENDERECO TO ECS-ENDERECO.
           MOVE CLI-CEP TO ECS-CEP.
           MOVE CLI-TELEFONE TO ECS-TELEFONE.
           CALL "ENDCONS" USING ECS-AREA.

       3100-ATUALIZAR-CONSECUTIVOS.
           MOVE CLI-CODIGO TO DUN-CODIGO.

           STRING "A(O) " CLI-NOME DELIMITED BY SIZE INTO CRT-LINHA.
           WRITE CRT-LINHA.

           MOVE "C" TO ECS-TIPO.
           PERFORM 3080-OBTER-ENDERECO-CONTATO.

           IF ECS-NOME-CONTATO NOT = SPACES
               MOVE SPACES TO CRT-LINHA
               STRING "A/C " ECS-NOME-CONTATO
                   DELIMITED BY SIZE INTO CRT-LINHA
               WRITE CRT-LINHA
           END-IF.

           MOVE ECS-ENDERECO TO CRT-LINHA.
           WRITE CRT-LINHA.

           MOVE SPACES TO CRT-LINHA.
           STRING "CEP " ECS-CEP DELIMITED BY SIZE INTO CRT-LINHA.
           WRITE CRT-LINHA.

           MOVE SPACES TO CRT-LINHA.
               DELIMITED BY SIZE INTO LST-LINHA.
           WRITE LST-LINHA.

           MOVE WS-CONT-CONTESTACAO TO WS-CONT-EDITADO.
           MOVE SPACES TO LST-LINHA.
           STRING "CARTAS SUPRIMIDAS POR CONTESTACAO: "
               WS-CONT-EDITADO
               DELIMITED BY SIZE INTO LST-LINHA.
           WRITE LST-LINHA.

           MOVE WS-CONT-GERENTE TO WS-CONT-EDITADO.
           MOVE SPACES TO LST-LINHA.
           STRING "CLASSE A ENCAMINHADOS AO GERENTE: "
           IF LIMX-DISPONIVEL
               CLOSE CRUZAMENTO-LIMITE
           END-IF.
           IF CTRECEB-DISPONIVEL
               CLOSE CONTAS-RECEBER
           END-IF.
           CLOSE CONTROLE-COBRANCA.
           CLOSE CARTAS-COBRANCA.
           CLOSE LISTA-CONTROLE.
           CLOSE LISTA-GERENTE.
           SET ECS-FECHAR TO TRUE.
           CALL "ENDCONS" USING ECS-AREA.

           DISPLAY "CARTAS GRAVADAS EM CARTACOB - CONTROLE EM "
               "RELDUNN. CARTAS: " WS-CONT-EDITADO.
