       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBRETE.
      *************************************
      *OBJETIVO: EXTRATO DIARIO DE LEMBRETES DE VENCIMENTO PARA O
      *PROVEDOR DE SMS/E-MAIL (LEMBEXP, LAYOUT FIXO COM HEADER,
      *DETALHE E TRAILER): TITULOS EM ABERTO DO CTRECEB QUE VENCEM
      *DAQUI A N DIAS UTEIS (LEMCFG, PADRAO 3, CONTADOS PELO CALNEG
      *NO CALENDARIO DA FILIAL DO CLIENTE), COM NOME, TELEFONE,
      *VALOR, VENCIMENTO E A LINHA DIGITAVEL DO BOLETO QUANDO O
      *TITULO JA TEM NOSSO NUMERO (MODULO BOLCALC, CONTA DO BOLCFG).
      *A JANELA COMECA DEPOIS DO ALVO DO DIA UTIL ANTERIOR, PARA O
      *VENCIMENTO QUE CAI APOS FIM DE SEMANA OU FERIADO NAO FICAR
      *SEM LEMBRETE; TITULO EM CONTESTACAO NAO E LEMBRADO. CLIENTE
      *QUE NEGOU CONSENTIMENTO (CLI-NAO-CONSENTIU) FICA FORA, COM A
      *EXCLUSAO CONTADA NO TRAILER E NO CONSOLE. CADA TITULO
      *LEMBRADO VAI PARA O LEMBENV, QUE EVITA REPETIR O LEMBRETE E
      *ALIMENTA O LEMBREL; A REEXECUCAO NO MESMO DIA REFAZ O MESMO
      *EXTRATO. RODA DENTRO DO JOBDIARIO.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTAS-RECEBER ASSIGN TO "CTRECEB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REC-CHAVE
                   FILE STATUS IS WS-FS-CTRECEB.

               SELECT CADASTRO-CLIENTES ASSIGN TO "CADCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   ALTERNATE RECORD KEY IS CLI-CPF
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-CADCLI.

               SELECT LEMBRETES-ENVIADOS ASSIGN TO "LEMBENV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LBE-CHAVE
                   FILE STATUS IS WS-FS-LEMBENV.

               SELECT CONFIG-LEMBRETE ASSIGN TO "LEMCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LEMCFG.

               SELECT CONFIG-BOLETO ASSIGN TO "BOLCFG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-BOLCFG.

               SELECT EXTRATO-LEMBRETES ASSIGN TO "LEMBEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-LEMBEXP.
       DATA DIVISION.
           FILE SECTION.
           FD  CONTAS-RECEBER
               LABEL RECORD IS STANDARD.
               COPY "CTRECEB-REG.CPY".

           FD  CADASTRO-CLIENTES
               LABEL RECORD IS STANDARD.
               COPY "CLIENTE-REG.CPY".

           FD  LEMBRETES-ENVIADOS
               LABEL RECORD IS STANDARD.
               COPY "LEMBENV-REG.CPY".

           FD  CONFIG-LEMBRETE
               LABEL RECORD IS STANDARD.
           01  LMC-LINHA.
               05 LMC-DIAS-UTEIS PIC 9(2).

           FD  CONFIG-BOLETO
               LABEL RECORD IS STANDARD.
           01  BCF-LINHA.
               05 BCF-BANCO PIC 9(3).
               05 FILLER PIC X(1).
               05 BCF-BANCO-DV PIC 9(1).
               05 FILLER PIC X(1).
               05 BCF-AGENCIA PIC 9(4).
               05 FILLER PIC X(1).
               05 BCF-CONTA PIC 9(7).
               05 FILLER PIC X(1).
               05 BCF-CARTEIRA PIC 9(2).
               05 FILLER PIC X(1).
               05 BCF-CNPJ PIC 9(14).
               05 FILLER PIC X(1).
               05 BCF-BENEFICIARIO PIC X(30).

      *****************************************
      * LAYOUT FIXO DE 150 POSICOES PARA O PROVEDOR: TIPO 0 =
      * HEADER, 1 = DETALHE (UM POR TITULO), 9 = TRAILER COM
      * QUANTIDADE, VALOR E EXCLUIDOS POR FALTA DE CONSENTIMENTO
      *****************************************
           FD  EXTRATO-LEMBRETES
               LABEL RECORD IS STANDARD.
           01  LMH-HEADER.
               05 LMH-TIPO PIC X(1).
               05 LMH-DATA-GERACAO PIC 9(8).
               05 LMH-DIAS-UTEIS PIC 9(2).
               05 LMH-BENEFICIARIO PIC X(30).
               05 LMH-CNPJ PIC 9(14).
               05 FILLER PIC X(95).
           01  LMD-DETALHE.
               05 LMD-TIPO PIC X(1).
               05 LMD-CLIENTE PIC 9(6).
               05 LMD-DOCUMENTO PIC 9(8).
               05 LMD-NOME PIC X(30).
               05 LMD-TELEFONE PIC X(15).
               05 LMD-VALOR PIC 9(8)V99.
               05 LMD-VENCIMENTO PIC 9(8).
               05 LMD-CANAL PIC X(1).
               05 LMD-LINHA-DIGITAVEL PIC X(54).
               05 FILLER PIC X(17).
           01  LMT-TRAILER.
               05 LMT-TIPO PIC X(1).
               05 LMT-QTD-LEMBRETES PIC 9(6).
               05 LMT-VALOR-TOTAL PIC 9(10)V99.
               05 LMT-QTD-EXCLUIDOS PIC 9(6).
               05 FILLER PIC X(125).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-FS-CADCLI PIC X(2) VALUE "00".
           77 WS-FS-LEMBENV PIC X(2) VALUE "00".
           77 WS-FS-LEMCFG PIC X(2) VALUE "00".
           77 WS-FS-BOLCFG PIC X(2) VALUE "00".
           77 WS-FS-LEMBEXP PIC X(2) VALUE "00".
           77 WS-DIAS-UTEIS PIC 9(2) VALUE 3.
           77 WS-BANCO PIC 9(3) VALUE 237.
           77 WS-AGENCIA PIC 9(4) VALUE ZEROS.
           77 WS-CONTA PIC 9(7) VALUE ZEROS.
           77 WS-CARTEIRA PIC 9(2) VALUE 9.
           77 WS-CNPJ-BENEFICIARIO PIC 9(14) VALUE ZEROS.
           77 WS-NOME-BENEFICIARIO PIC X(30) VALUE SPACES.
           77 WS-CLIENTE-LIDO PIC 9(6) VALUE ZEROS.
           77 WS-DIA-I PIC 9(2).
           77 WS-DATA-PASSO PIC 9(8).
           77 WS-INICIO-JANELA PIC 9(8).
           77 WS-FIM-JANELA PIC 9(8).
           77 WS-FJ-QTD PIC 9(2) VALUE ZEROS.
           77 WS-FJ-I PIC 9(2).
           77 WS-QTD-LEMBRETES PIC 9(6) VALUE ZEROS.
           77 WS-QTD-EXCLUIDOS PIC 9(6) VALUE ZEROS.
           77 WS-QTD-SEM-TELEFONE PIC 9(6) VALUE ZEROS.
           77 WS-QTD-JA-LEMBRADOS PIC 9(6) VALUE ZEROS.
           77 WS-VALOR-TOTAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(5)9.
           77 WS-TOTAL-EDITADO PIC Z(9)9,99.
           77 WS-CLIENTE-SW PIC X(1) VALUE "N".
               88 CLIENTE-ACHADO VALUE "S".
               88 CLIENTE-NAO-ACHADO VALUE "N".
           77 WS-JANELA-SW PIC X(1).
               88 JANELA-ACHADA VALUE "S".
               88 JANELA-NAO-ACHADA VALUE "N".
           77 WS-ENVIO-SW PIC X(1).
               88 LEMBRETE-A-ENVIAR VALUE "S".
               88 LEMBRETE-JA-ENVIADO VALUE "N".
           01 WS-JANELAS-FILIAL.
               05 WS-FJ-ITEM OCCURS 50 TIMES.
                   10 WS-FJ-FILIAL PIC 9(3).
                   10 WS-FJ-INICIO PIC 9(8).
                   10 WS-FJ-FIM PIC 9(8).
           COPY "DATMOV-REG.CPY".
           COPY "CALNEG-REG.CPY".
           COPY "BOLCALC-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 1000-INICIAR.

           IF WS-FS-CTRECEB = "00"
               PERFORM 2000-LER-TITULO UNTIL WS-FS-CTRECEB NOT = "00"
           END-IF.

           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           PERFORM 1100-CARREGAR-CONFIG.
           PERFORM 1200-CARREGAR-BOLCFG.

           OPEN INPUT CONTAS-RECEBER.
           IF WS-FS-CTRECEB NOT = "00"
               DISPLAY "CONTAS A RECEBER CTRECEB AUSENTE - NENHUM "
                   "LEMBRETE"
           END-IF.

           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI NOT = "00"
               DISPLAY "CADASTRO CADCLI AUSENTE - NENHUM LEMBRETE"
               MOVE "10" TO WS-FS-CTRECEB
           END-IF.

           OPEN I-O LEMBRETES-ENVIADOS.
           IF WS-FS-LEMBENV = "35"
               OPEN OUTPUT LEMBRETES-ENVIADOS
               CLOSE LEMBRETES-ENVIADOS
               OPEN I-O LEMBRETES-ENVIADOS
           END-IF.

           OPEN OUTPUT EXTRATO-LEMBRETES.

           MOVE SPACES TO LMH-HEADER.
           MOVE "0" TO LMH-TIPO.
           MOVE DMV-DATA TO LMH-DATA-GERACAO.
           MOVE WS-DIAS-UTEIS TO LMH-DIAS-UTEIS.
           MOVE WS-NOME-BENEFICIARIO TO LMH-BENEFICIARIO.
           MOVE WS-CNPJ-BENEFICIARIO TO LMH-CNPJ.
           WRITE LMH-HEADER.

      *****************************************
      * LEMCFG (UMA LINHA): DIAS UTEIS DE ANTECEDENCIA DO LEMBRETE.
      * AUSENTE OU INVALIDO ASSUME 3
      *****************************************
       1100-CARREGAR-CONFIG.
           OPEN INPUT CONFIG-LEMBRETE.
           IF WS-FS-LEMCFG = "00"
               READ CONFIG-LEMBRETE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LMC-DIAS-UTEIS IS NUMERIC
                               AND LMC-DIAS-UTEIS > ZEROS
                           MOVE LMC-DIAS-UTEIS TO WS-DIAS-UTEIS
                       END-IF
               END-READ
               CLOSE CONFIG-LEMBRETE
           END-IF.
           MOVE "00" TO WS-FS-LEMCFG.

       1200-CARREGAR-BOLCFG.
           OPEN INPUT CONFIG-BOLETO.
           IF WS-FS-BOLCFG = "00"
               READ CONFIG-BOLETO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCF-BANCO IS NUMERIC AND BCF-BANCO > ZEROS
                           MOVE BCF-BANCO TO WS-BANCO
                       END-IF
                       IF BCF-AGENCIA IS NUMERIC
                           MOVE BCF-AGENCIA TO WS-AGENCIA
                       END-IF
                       IF BCF-CONTA IS NUMERIC
                           MOVE BCF-CONTA TO WS-CONTA
                       END-IF
                       IF BCF-CARTEIRA IS NUMERIC
                               AND BCF-CARTEIRA > ZEROS
                           MOVE BCF-CARTEIRA TO WS-CARTEIRA
                       END-IF
                       IF BCF-CNPJ IS NUMERIC
                           MOVE BCF-CNPJ TO WS-CNPJ-BENEFICIARIO
                       END-IF
                       MOVE BCF-BENEFICIARIO TO WS-NOME-BENEFICIARIO
               END-READ
               CLOSE CONFIG-BOLETO
           END-IF.
           MOVE "00" TO WS-FS-BOLCFG.

       2000-LER-TITULO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
                           AND REC-VENCIMENTO > DMV-DATA
                           AND NOT REC-EM-CONTESTACAO
                       PERFORM 2100-AVALIAR-TITULO
                   END-IF
           END-READ.

      *****************************************
      * TITULO DENTRO DA JANELA DA FILIAL DO CLIENTE: CONSENTIMENTO
      * NEGADO EXCLUI (CONTADO); SEM TELEFONE NAO HA COMO AVISAR;
      * TITULO JA LEMBRADO EM OUTRO DIA NAO SE REPETE
      *****************************************
       2100-AVALIAR-TITULO.
           IF REC-CLIENTE NOT = WS-CLIENTE-LIDO
               PERFORM 2200-LER-CLIENTE
           END-IF.

           IF CLIENTE-ACHADO
               PERFORM 2300-OBTER-JANELA
               IF REC-VENCIMENTO > WS-INICIO-JANELA
                       AND REC-VENCIMENTO NOT > WS-FIM-JANELA
                   EVALUATE TRUE
                       WHEN CLI-NAO-CONSENTIU
                           ADD 1 TO WS-QTD-EXCLUIDOS
                       WHEN CLI-TELEFONE = SPACES
                           ADD 1 TO WS-QTD-SEM-TELEFONE
                       WHEN OTHER
                           PERFORM 2500-REGISTRAR-ENVIO
                           IF LEMBRETE-A-ENVIAR
                               PERFORM 2600-GRAVAR-DETALHE
                           ELSE
                               ADD 1 TO WS-QTD-JA-LEMBRADOS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2200-LER-CLIENTE.
           MOVE REC-CLIENTE TO WS-CLIENTE-LIDO.
           MOVE REC-CLIENTE TO CLI-CODIGO.
           READ CADASTRO-CLIENTES
               INVALID KEY
                   SET CLIENTE-NAO-ACHADO TO TRUE
               NOT INVALID KEY
                   SET CLIENTE-ACHADO TO TRUE
           END-READ.
           MOVE "00" TO WS-FS-CADCLI.

      *****************************************
      * JANELA DE VENCIMENTOS DA FILIAL, CALCULADA UMA VEZ POR
      * FILIAL: ATE N DIAS UTEIS DEPOIS DE HOJE, A PARTIR DO DIA
      * SEGUINTE AO ALVO DO DIA UTIL ANTERIOR
      *****************************************
       2300-OBTER-JANELA.
           SET JANELA-NAO-ACHADA TO TRUE.

           PERFORM VARYING WS-FJ-I FROM 1 BY 1
                   UNTIL WS-FJ-I > WS-FJ-QTD OR JANELA-ACHADA
               IF WS-FJ-FILIAL(WS-FJ-I) = CLI-FILIAL
                   MOVE WS-FJ-INICIO(WS-FJ-I) TO WS-INICIO-JANELA
                   MOVE WS-FJ-FIM(WS-FJ-I) TO WS-FIM-JANELA
                   SET JANELA-ACHADA TO TRUE
               END-IF
           END-PERFORM.

           IF JANELA-NAO-ACHADA
               PERFORM 2400-CALCULAR-JANELA
           END-IF.

       2400-CALCULAR-JANELA.
           MOVE CLI-FILIAL TO CAL-FILIAL.

           MOVE DMV-DATA TO WS-DATA-PASSO.
           PERFORM 2410-AVANCAR-DIAS-UTEIS.
           MOVE WS-DATA-PASSO TO WS-FIM-JANELA.

           SET CAL-FUNCAO-ANTERIOR TO TRUE.
           MOVE DMV-DATA TO CAL-DATA.
           CALL "CALNEG" USING CAL-AREA.
           MOVE CAL-DATA-RESULTADO TO WS-DATA-PASSO.
           PERFORM 2410-AVANCAR-DIAS-UTEIS.
           MOVE WS-DATA-PASSO TO WS-INICIO-JANELA.

           IF WS-FJ-QTD < 50
               ADD 1 TO WS-FJ-QTD
               MOVE CLI-FILIAL TO WS-FJ-FILIAL(WS-FJ-QTD)
               MOVE WS-INICIO-JANELA TO WS-FJ-INICIO(WS-FJ-QTD)
               MOVE WS-FIM-JANELA TO WS-FJ-FIM(WS-FJ-QTD)
           END-IF.

       2410-AVANCAR-DIAS-UTEIS.
           SET CAL-FUNCAO-PROXIMO TO TRUE.
           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > WS-DIAS-UTEIS
               MOVE WS-DATA-PASSO TO CAL-DATA
               CALL "CALNEG" USING CAL-AREA
               MOVE CAL-DATA-RESULTADO TO WS-DATA-PASSO
           END-PERFORM.

      *****************************************
      * LEMBENV: TITULO NOVO E GRAVADO COM A DATA DE HOJE; TITULO
      * JA GRAVADO HOJE (REEXECUCAO) SAI DE NOVO NO EXTRATO
      *****************************************
       2500-REGISTRAR-ENVIO.
           SET LEMBRETE-A-ENVIAR TO TRUE.

           MOVE REC-CLIENTE TO LBE-CLIENTE.
           MOVE REC-DOCUMENTO TO LBE-DOCUMENTO.
           READ LEMBRETES-ENVIADOS
               INVALID KEY
                   MOVE DMV-DATA TO LBE-DATA-ENVIO
                   MOVE REC-VENCIMENTO TO LBE-VENCIMENTO
                   MOVE REC-SALDO TO LBE-VALOR
                   WRITE LBE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LEMBENV - "
                               "CLIENTE " REC-CLIENTE " DOC "
                               REC-DOCUMENTO
                   END-WRITE
               NOT INVALID KEY
                   IF LBE-DATA-ENVIO NOT = DMV-DATA
                       SET LEMBRETE-JA-ENVIADO TO TRUE
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-LEMBENV.

       2600-GRAVAR-DETALHE.
           MOVE SPACES TO LMD-DETALHE.
           MOVE "1" TO LMD-TIPO.
           MOVE REC-CLIENTE TO LMD-CLIENTE.
           MOVE REC-DOCUMENTO TO LMD-DOCUMENTO.
           MOVE CLI-NOME TO LMD-NOME.
           MOVE CLI-TELEFONE TO LMD-TELEFONE.
           MOVE REC-SALDO TO LMD-VALOR.
           MOVE REC-VENCIMENTO TO LMD-VENCIMENTO.
           MOVE CLI-CANAL-CONSENTIMENTO TO LMD-CANAL.

           IF REC-NOSSO-NUMERO IS NUMERIC
                   AND REC-NOSSO-NUMERO > ZEROS
               MOVE WS-BANCO TO BLC-BANCO
               MOVE WS-AGENCIA TO BLC-AGENCIA
               MOVE WS-CONTA TO BLC-CONTA
               MOVE WS-CARTEIRA TO BLC-CARTEIRA
               MOVE REC-NOSSO-NUMERO TO BLC-NOSSO-NUMERO
               MOVE REC-VENCIMENTO TO BLC-VENCIMENTO
               MOVE REC-SALDO TO BLC-VALOR
               CALL "BOLCALC" USING BLC-AREA
               MOVE BLC-LINHA-DIGITAVEL TO LMD-LINHA-DIGITAVEL
           END-IF.

           WRITE LMD-DETALHE.

           ADD 1 TO WS-QTD-LEMBRETES.
           ADD REC-SALDO TO WS-VALOR-TOTAL.

       9000-FINALIZAR.
           MOVE SPACES TO LMT-TRAILER.
           MOVE "9" TO LMT-TIPO.
           MOVE WS-QTD-LEMBRETES TO LMT-QTD-LEMBRETES.
           MOVE WS-VALOR-TOTAL TO LMT-VALOR-TOTAL.
           MOVE WS-QTD-EXCLUIDOS TO LMT-QTD-EXCLUIDOS.
           WRITE LMT-TRAILER.

           IF WS-FS-CTRECEB = "10"
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WS-FS-CADCLI = "00"
               CLOSE CADASTRO-CLIENTES
           END-IF.
           CLOSE LEMBRETES-ENVIADOS.
           CLOSE EXTRATO-LEMBRETES.

           MOVE WS-QTD-LEMBRETES TO WS-CONT-EDITADO.
           MOVE WS-VALOR-TOTAL TO WS-TOTAL-EDITADO.
           DISPLAY "LEMBRETES DE VENCIMENTO GERADOS: " WS-CONT-EDITADO
               " VALOR: " WS-TOTAL-EDITADO " (LEMBEXP)".
           MOVE WS-QTD-EXCLUIDOS TO WS-CONT-EDITADO.
           DISPLAY "EXCLUIDOS SEM CONSENTIMENTO....: " WS-CONT-EDITADO.
           MOVE WS-QTD-SEM-TELEFONE TO WS-CONT-EDITADO.
           DISPLAY "SEM TELEFONE NO CADASTRO.......: " WS-CONT-EDITADO.
           MOVE WS-QTD-JA-LEMBRADOS TO WS-CONT-EDITADO.
           DISPLAY "JA LEMBRADOS EM OUTRO DIA......: " WS-CONT-EDITADO.

       END PROGRAM LEMBRETE.
