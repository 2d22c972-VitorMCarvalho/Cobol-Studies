       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTEXP.
      *************************************
      *OBJETIVO: EXPIRACAO MENSAL DOS PONTOS DE FIDELIDADE E PASSIVO
      *DO PROGRAMA PARA A CONTABILIDADE, RODADA NO FECHAMENTO DO MES
      *NO MOLDE DO AGESNAP/INVSNAP: TODO LOTE DA RAZAO DE PONTOS
      *(PONTOS) COM SALDO E VALIDADE ATE O FIM DO PERIODO TEM O
      *SALDO BAIXADO E GANHA UM MOVIMENTO X (EXPIRADO) NA MESMA
      *CHAVE; O RELPONTO LISTA AS BAIXAS E FECHA COM O SALDO DE
      *PONTOS EM ABERTO E O PASSIVO EM REAIS (VALOR DO PONTO DO
      *PONTCFG), TOTAL E POR FILIAL. O ANO/MES VEM DO CHAMADOR (O
      *FECHAMES PASSA O PERIODO FECHADO) OU DA LINHA DE COMANDO
      *(AAAAMM); SEM PARAMETRO VALE O MES DA DATA DE MOVIMENTO.
      *REPROCESSAR O MESMO PERIODO NAO BAIXA DE NOVO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PONTOS-FIDELIDADE ASSIGN TO "PONTOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PTS-CHAVE
                   FILE STATUS IS WS-FS-PONTOS.

               SELECT CONFIG-PONTOS ASSIGN TO "PONTCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-PONTCFG.

               SELECT RELATORIO-PONTOS ASSIGN TO "RELPONTO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-RELPONTO.
       DATA DIVISION.
           FILE SECTION.
           FD  PONTOS-FIDELIDADE
               LABEL RECORD IS STANDARD.
               COPY "PONTOS-REG.CPY".

           FD  CONFIG-PONTOS
               LABEL RECORD IS STANDARD.
               COPY "PONTCFG-REG.CPY".

           FD  RELATORIO-PONTOS
               LABEL RECORD IS STANDARD.
           01  RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-FS-PONTOS PIC X(2) VALUE "00".
           77 WS-FS-PONTCFG PIC X(2) VALUE "00".
           77 WS-FS-RELPONTO PIC X(2) VALUE "00".
           77 WS-PONTOS-SW PIC X(1) VALUE "N".
               88 PONTOS-DISPONIVEL VALUE "S".
           77 WS-VALOR-PONTO PIC 9(1)V9(4) VALUE 0,01.
           77 WS-PERIODO-NUM PIC 9(6).
           77 WS-PONTOS-EXPIRAR PIC 9(7).
           77 WS-CONT-EXPIRADOS PIC 9(6) VALUE ZEROS.
           77 WS-TOTAL-EXPIRADOS PIC 9(11) VALUE ZEROS.
           77 WS-TOTAL-ABERTO PIC 9(11) VALUE ZEROS.
           77 WS-VALOR-EXPIRADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-PASSIVO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-FILIAL PIC 9(11)V99.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-PONTOS-EDITADO PIC Z(10)9.
           77 WS-VALOR-EDITADO PIC Z(10)9,99.
           77 WS-FIL-I PIC 9(4).
           77 WS-FILIAL PIC 9(3).
           01 WS-FILIAIS-TABELA.
               05 WS-FIL-PONTOS PIC 9(11) OCCURS 1000 TIMES.
           01 WS-VALIDADE-LOTE PIC 9(8).
           01 WS-VALIDADE-DESM REDEFINES WS-VALIDADE-LOTE.
               05 WS-VL-PERIODO PIC 9(6).
               05 WS-VL-DIA PIC 9(2).
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
               05 WS-DM-DIA PIC 9(2).
           01 WS-PERIODO-PARM PIC X(6).
           01 WS-PERIODO-EXP.
               05 WS-PE-ANO PIC 9(4).
               05 WS-PE-MES PIC 9(2).
           COPY "DATMOV-REG.CPY".

       LINKAGE SECTION.
           77 LK-PERIODO PIC X(6).

       PROCEDURE DIVISION USING LK-PERIODO.
       0001-PRINCIPAL.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.

           IF WS-PERIODO-PARM IS NOT NUMERIC
                   OR WS-PERIODO-PARM = ZEROS
               MOVE LK-PERIODO TO WS-PERIODO-PARM
           END-IF.

           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR UNTIL WS-FS-PONTOS NOT = "00".
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.
           MOVE DMV-DATA TO WS-DATA-MOVIMENTO.

           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PERIODO-PARM TO WS-PERIODO-EXP
           ELSE
               MOVE WS-DM-ANO TO WS-PE-ANO
               MOVE WS-DM-MES TO WS-PE-MES
           END-IF.
           MOVE WS-PERIODO-EXP TO WS-PERIODO-NUM.

           MOVE ZEROS TO WS-FILIAIS-TABELA.

           PERFORM 1100-CARREGAR-CONFIG.

           OPEN OUTPUT RELATORIO-PONTOS.
           MOVE SPACES TO RPT-LINHA.
           STRING "PROGRAMA DE PONTOS - EXPIRACAO E PASSIVO DO PERIODO "
               WS-PE-ANO "/" WS-PE-MES
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.
           MOVE "CLIENTE LOTE     SEQ    VALIDADE  PONTOS EXPIRADOS"
               TO RPT-LINHA.
           WRITE RPT-LINHA.

           OPEN I-O PONTOS-FIDELIDADE.
           IF WS-FS-PONTOS = "00"
               SET PONTOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "RAZAO DE PONTOS PONTOS AUSENTE - NADA A "
                   "EXPIRAR"
               MOVE "10" TO WS-FS-PONTOS
           END-IF.

      *****************************************
      * SO O VALOR DO PONTO INTERESSA AQUI; CAMPO AUSENTE OU
      * INVALIDO FICA NO PADRAO
      *****************************************
       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-PONTOS.
           IF WS-FS-PONTCFG = "00"
               READ CONFIG-PONTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTC-VALOR-PONTO IS NUMERIC
                               AND PTC-VALOR-PONTO > ZEROS
                           MOVE PTC-VALOR-PONTO TO WS-VALOR-PONTO
                       END-IF
               END-READ
               CLOSE CONFIG-PONTOS
           END-IF.
           MOVE "00" TO WS-FS-PONTCFG.

       2000-PROCESSAR.
           READ PONTOS-FIDELIDADE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PONTOS
               NOT AT END
                   IF PTS-TIPO-LOTE AND PTS-SALDO > ZEROS
                       MOVE PTS-VALIDADE TO WS-VALIDADE-LOTE
                       IF WS-VL-PERIODO NOT > WS-PERIODO-NUM
                           PERFORM 3000-EXPIRAR-LOTE
                       ELSE
                           PERFORM 4000-SOMAR-PASSIVO
                       END-IF
                   END-IF
           END-READ.

      *****************************************
      * BAIXA DO SALDO DO LOTE VENCIDO E MOVIMENTO X NA MESMA
      * CHAVE, DATADO NA DATA DE MOVIMENTO DA EXPIRACAO
      *****************************************
       3000-EXPIRAR-LOTE.
           MOVE PTS-SALDO TO WS-PONTOS-EXPIRAR.
           MOVE ZEROS TO PTS-SALDO.

           REWRITE PTS-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O LOTE DE PONTOS DO CLIENTE "
                       PTS-CLIENTE
                   MOVE ZEROS TO WS-PONTOS-EXPIRAR
           END-REWRITE.

           IF WS-PONTOS-EXPIRAR > ZEROS
               ADD 1 TO WS-CONT-EXPIRADOS
               ADD WS-PONTOS-EXPIRAR TO WS-TOTAL-EXPIRADOS

               MOVE WS-PONTOS-EXPIRAR TO WS-PONTOS-EDITADO
               MOVE SPACES TO RPT-LINHA
               STRING PTS-CLIENTE "  " PTS-DATA " " PTS-SEQUENCIA
                   " " PTS-VALIDADE " " WS-PONTOS-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINHA
               WRITE RPT-LINHA

               SET PTS-TIPO-EXPIRADO TO TRUE
               MOVE WS-PONTOS-EXPIRAR TO PTS-PONTOS
               MOVE ZEROS TO PTS-SALDO PTS-VALOR
               MOVE PTS-DATA TO PTS-REF-DATA
               MOVE PTS-SEQUENCIA TO PTS-REF-SEQUENCIA
               MOVE "PONTEXP" TO PTS-OPERADOR
               MOVE DMV-DATA TO PTS-DATA-LANCAMENTO
               WRITE PTS-REGISTRO
                   INVALID KEY
                       DISPLAY "EXPIRACAO JA REGISTRADA PARA O LOTE "
                           PTS-CLIENTE " " PTS-DATA " " PTS-SEQUENCIA
               END-WRITE
               MOVE "00" TO WS-FS-PONTOS
           END-IF.

       4000-SOMAR-PASSIVO.
           ADD PTS-SALDO TO WS-TOTAL-ABERTO.
           COMPUTE WS-FIL-I = PTS-FILIAL + 1.
           ADD PTS-SALDO TO WS-FIL-PONTOS(WS-FIL-I).

       9000-FINALIZAR.
           COMPUTE WS-VALOR-EXPIRADO ROUNDED =
               WS-TOTAL-EXPIRADOS * WS-VALOR-PONTO.
           COMPUTE WS-VALOR-PASSIVO ROUNDED =
               WS-TOTAL-ABERTO * WS-VALOR-PONTO.

           MOVE WS-CONT-EXPIRADOS TO WS-CONT-EDITADO.
           MOVE SPACES TO RPT-LINHA.
           STRING "LOTES EXPIRADOS.........: " WS-CONT-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.

           MOVE WS-TOTAL-EXPIRADOS TO WS-PONTOS-EDITADO.
           MOVE WS-VALOR-EXPIRADO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RPT-LINHA.
           STRING "PONTOS EXPIRADOS........: " WS-PONTOS-EDITADO
               " R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.

           MOVE WS-TOTAL-ABERTO TO WS-PONTOS-EDITADO.
           MOVE WS-VALOR-PASSIVO TO WS-VALOR-EDITADO.
           MOVE SPACES TO RPT-LINHA.
           STRING "PONTOS EM ABERTO........: " WS-PONTOS-EDITADO
               " R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.

           MOVE "PASSIVO POR FILIAL" TO RPT-LINHA.
           WRITE RPT-LINHA.
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > 1000
               IF WS-FIL-PONTOS(WS-FIL-I) > ZEROS
                   PERFORM 9100-GRAVAR-FILIAL
               END-IF
           END-PERFORM.

           IF PONTOS-DISPONIVEL
               CLOSE PONTOS-FIDELIDADE
           END-IF.
           CLOSE RELATORIO-PONTOS.

           MOVE WS-TOTAL-EXPIRADOS TO WS-PONTOS-EDITADO.
           DISPLAY "PONTOS EXPIRADOS NO PERIODO: " WS-PONTOS-EDITADO.
           MOVE WS-VALOR-PASSIVO TO WS-VALOR-EDITADO.
           DISPLAY "PASSIVO DE PONTOS EM ABERTO: R$ " WS-VALOR-EDITADO
               " - RELATORIO EM RELPONTO".

       9100-GRAVAR-FILIAL.
           COMPUTE WS-VALOR-FILIAL ROUNDED =
               WS-FIL-PONTOS(WS-FIL-I) * WS-VALOR-PONTO.
           MOVE WS-FIL-PONTOS(WS-FIL-I) TO WS-PONTOS-EDITADO.
           MOVE WS-VALOR-FILIAL TO WS-VALOR-EDITADO.
           COMPUTE WS-FILIAL = WS-FIL-I - 1.
           MOVE SPACES TO RPT-LINHA.
           STRING "  FILIAL " WS-FILIAL " PONTOS "
               WS-PONTOS-EDITADO " R$ " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.
