      *DIVIDA ANTIGA NEM AS PROPRIAS PARCELAS DO PLANO. OS DOIS
      *LADOS SAO BAIXADOS E CADA APLICACAO VAI PARA O LOG DE
      *PAGAMENTOS (PAGTLOG).
      *OS ADIANTAMENTOS DE CLIENTE (REC-TIPO "A", ADIANT) ENTRAM NA
      *MESMA RODADA: O ESCOLHIDO NA CAPTURA DA VENDA (REC-ADT-DATA-
      *USO) SO COMPENSA O TITULO DAQUELE DIA, COMO A NOTA DE PLANO;
      *O DE CONSUMO AUTOMATICO SEGUE A ORDEM DE VENCIMENTO DAS NOTAS
      *DE ESTORNO; O DE CONSUMO NA VENDA AINDA NAO ESCOLHIDO FICA
      *INTEGRO ESPERANDO A ESCOLHA.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           FD  LOG-PAGAMENTOS
               LABEL RECORD IS STANDARD.
           01  PAG-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
           77 WS-FS-CTRECEB PIC X(2) VALUE "00".
           77 WS-ORIGEM-CREDITO-SW PIC X(1).
               88 CREDITO-DE-ESTORNO VALUE "E".
               88 CREDITO-DE-PLANO VALUE "P".
               88 CREDITO-ADT-AUTOMATICO VALUE "A".
               88 CREDITO-ADT-DA-VENDA VALUE "V".
               88 CREDITO-ADT-RESERVADO VALUE "R".
           77 WS-TITULO-DIA-SW PIC X(1).
               88 TITULO-DO-DIA-ACHADO VALUE "S".
               88 TITULO-DO-DIA-AUSENTE VALUE "N".
           77 WS-HISTORICO-LOG PIC X(18).
           77 WS-VALOR-APLICADO PIC 9(8)V99.
           77 WS-CONT-APLICACOES PIC 9(4) VALUE ZEROS.
           77 WS-CONT-EDITADO PIC Z(3)9.
               AT END
                   MOVE "10" TO WS-FS-CTRECEB
               NOT AT END
                   IF (REC-TIPO-CREDITO OR REC-TIPO-ADIANTAMENTO)
                           AND REC-SALDO > ZEROS
                       ADD 1 TO WS-CRE-QTD
                       MOVE REC-CLIENTE TO WS-CRE-CLIENTE(WS-CRE-QTD)
                       MOVE REC-DOCUMENTO TO
                   MOVE REC-CLIENTE TO WS-CLIENTE-CREDITO
                   MOVE REC-SALDO TO WS-SALDO-CREDITO
                   MOVE REC-DATA-EMISSAO TO WS-EMISSAO-CREDITO
                   SET TITULO-DO-DIA-AUSENTE TO TRUE
                   IF REC-TIPO-ADIANTAMENTO
                       MOVE " ADIANT. APLICADO " TO WS-HISTORICO-LOG
                   ELSE
                       MOVE " CREDITO APLICADO " TO WS-HISTORICO-LOG
                   END-IF
                   EVALUATE TRUE
                       WHEN REC-TIPO-ADIANTAMENTO
                               AND REC-ADT-DATA-USO > ZEROS
                           SET CREDITO-ADT-DA-VENDA TO TRUE
                           MOVE REC-ADT-DATA-USO TO WS-EMISSAO-CREDITO
                       WHEN REC-TIPO-ADIANTAMENTO AND REC-ADT-NA-VENDA
                           SET CREDITO-ADT-RESERVADO TO TRUE
                       WHEN REC-TIPO-ADIANTAMENTO
                           SET CREDITO-ADT-AUTOMATICO TO TRUE
                       WHEN REC-DOCUMENTO = REC-DATA-EMISSAO
                           SET CREDITO-DE-ESTORNO TO TRUE
                       WHEN OTHER
                           SET CREDITO-DE-PLANO TO TRUE
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN CREDITO-ADT-RESERVADO
                           CONTINUE
                       WHEN CREDITO-DE-PLANO OR CREDITO-ADT-DA-VENDA
                           PERFORM 3500-COMPENSAR-TITULO-DO-DIA
                       WHEN OTHER
                           PERFORM 3100-MONTAR-TABELA-TITULOS
                           PERFORM 3200-ORDENAR-POR-VENCIMENTO
                           PERFORM 3300-COMPENSAR-TITULO
                               VARYING WS-TIT-I FROM 1 BY 1
                               UNTIL WS-TIT-I > WS-TIT-QTD
                                   OR WS-SALDO-CREDITO = ZEROS
                   END-EVALUATE
                   IF NOT CREDITO-ADT-RESERVADO
                       PERFORM 3400-BAIXAR-NOTA-CREDITO
                   END-IF
           END-READ.

       3100-MONTAR-TABELA-TITULOS.
       3310-LOGAR-COMPENSACAO.
           MOVE SPACES TO PAG-LINHA.
           STRING DMV-DATA " CLIENTE " REC-CLIENTE " DOC "
               REC-DOCUMENTO WS-HISTORICO-LOG WS-VALOR-APLICADO
               " SALDO " REC-SALDO
               DELIMITED BY SIZE INTO PAG-LINHA.
           WRITE PAG-LINHA.
      * NOTA DE PRINCIPAL DE PLANO (DOCUMENTO AAMMDD00): COMPENSA
      * EXCLUSIVAMENTE O TITULO DO DIA DA VENDA FINANCIADA (CHAVE
      * CLIENTE + DATA DE EMISSAO DA NOTA); ENQUANTO O GERAREC NAO
      * CORTOU ESSE TITULO A NOTA FICA INTEGRA PARA A PROXIMA RODADA.
      * O ADIANTAMENTO ESCOLHIDO NA VENDA USA A MESMA REGRA COM A
      * DATA DA VENDA NO LUGAR DA EMISSAO
      *****************************************
       3500-COMPENSAR-TITULO-DO-DIA.
           MOVE WS-CLIENTE-CREDITO TO REC-CLIENTE.
               INVALID KEY
                   DISPLAY "TITULO DO DIA AINDA NAO GERADO PARA O "
                       "CLIENTE " WS-CLIENTE-CREDITO
                       " - CREDITO MANTIDO"
               NOT INVALID KEY
                   SET TITULO-DO-DIA-ACHADO TO TRUE
                   IF REC-TIPO-TITULO AND REC-SALDO > ZEROS
                       IF WS-SALDO-CREDITO >= REC-SALDO
                           MOVE REC-SALDO TO WS-VALOR-APLICADO
                   ELSE
                       DISPLAY "TITULO DO DIA SEM SALDO PARA O "
                           "CLIENTE " WS-CLIENTE-CREDITO
                           " - CREDITO MANTIDO"
                   END-IF
           END-READ.

                   IF REC-SALDO = ZEROS
                       MOVE DMV-DATA TO REC-DATA-BAIXA
                   END-IF
                   IF CREDITO-ADT-DA-VENDA
                       PERFORM 3410-LIBERAR-ESCOLHA-VENDA
                   END-IF
                   REWRITE REC-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR A NOTA DE CREDITO"
                   END-REWRITE
           END-READ.

      *****************************************
      * ADIANTAMENTO ESCOLHIDO NA VENDA: ACHADO O TITULO DAQUELE DIA
      * (OU PASSADA A DATA SEM TITULO, VENDA LIQUIDA ZERO OU PAGA EM
      * PONTOS) A ESCOLHA E DESFEITA E O SALDO QUE SOBROU VOLTA A
      * SEGUIR O CONSUMO DO ADIANTAMENTO
      *****************************************
       3410-LIBERAR-ESCOLHA-VENDA.
           IF TITULO-DO-DIA-ACHADO OR WS-EMISSAO-CREDITO < DMV-DATA
               MOVE ZEROS TO REC-ADT-DATA-USO
           END-IF.

       9000-FINALIZAR.
           CLOSE CONTAS-RECEBER.
           CLOSE LOG-PAGAMENTOS.
