      *FECHAMENTO AO LADO DO TOTAL AJUSTADO. O FECHAMENTO TAMBEM
      *TIRA A FOTO DO AGING DO PERIODO (AGESNAP), PARA O AGETREND
      *NUNCA FICAR COM UM MES SEM FOTO POR ESQUECIMENTO DE RODADA
      *MANUAL, A PROVISAO PARA DEVEDORES DUVIDOSOS SOBRE ESSA FOTO
      *(PDDMES), A FOTO DO ESTOQUE VALORIZADO PELO CUSTO MEDIO
      *(INVSNAP), BASE DA EVOLUCAO MENSAL DO ESTOQUE (INVROLL), E
      *EXPIRA OS PONTOS DE FIDELIDADE VENCIDOS NO PERIODO, APURANDO
      *O PASSIVO DO PROGRAMA DE PONTOS (PONTEXP), E RECALCULA O
      *SCORE COMPORTAMENTAL DE CREDITO DOS CLIENTES (CLISCORE) E
      *AVALIA A QUALIDADE DO CADASTRO DE CLIENTES (CLIQUAL).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77 WS-VALOR-EDITADO PIC Z(6)9,99.
           77 WS-TOTAL-EDITADO PIC Z(8)9,99.
           77 WS-TOTAL-ORIGINAL PIC 9(10)V99 VALUE ZEROS.
           77 WS-RC-MAXIMO PIC 9(2) VALUE ZEROS.
           77 WS-REFECHAMENTO-SW PIC X(1) VALUE "N".
               88 REFECHAMENTO VALUE "S".
               88 FECHAMENTO-NORMAL VALUE "N".
           01 WS-PERIODO-FOTO.
               05 WS-PF-ANO PIC 9(4).
               05 WS-PF-MES PIC 9(2).
           01 WS-PERIODO-PARM.
               05 WS-PP-ANO PIC 9(4).
               05 WS-PP-MES PIC 9(2).
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
           PERFORM 2000-PROCESSAR UNTIL WS-FS-VENDCLI NOT = "00".
           PERFORM 3000-FECHAR-PERIODO.
           PERFORM 3500-GRAVAR-FOTO-AGING.
           PERFORM 3550-CALCULAR-PDD.
           PERFORM 3560-CALCULAR-SCORE.
           PERFORM 3565-AVALIAR-QUALIDADE-CADASTRO.
           PERFORM 3600-GRAVAR-FOTO-ESTOQUE.
           PERFORM 3700-EXPIRAR-PONTOS.
           PERFORM 9000-FINALIZAR.

           GOBACK.

      *****************************************
      * CHAMADO PELO JOBMENSAL (OU COM AAAAMM NA LINHA DE COMANDO)
      * O PERIODO VEM COMO PARAMETRO; SEM PARAMETRO O OPERADOR
      * DIGITA ANO E MES
      *****************************************
       1000-INICIAR.
           IF WS-PERIODO-PARM IS NUMERIC
                   AND WS-PERIODO-PARM NOT = ZEROS
               MOVE WS-PP-ANO TO WS-ANO-FECHAR
               MOVE WS-PP-MES TO WS-MES-FECHAR
           ELSE
               DISPLAY "DIGITE O ANO A FECHAR (EX: 2026)"
               ACCEPT WS-ANO-FECHAR
               DISPLAY "DIGITE O MES A FECHAR (1 A 12)"
               ACCEPT WS-MES-FECHAR
           END-IF.

           CALL "DATMOV" USING DMV-AREA.

           MOVE WS-ANO-FECHAR TO WS-PF-ANO.
           MOVE WS-MES-FECHAR TO WS-PF-MES.

           MOVE ZEROS TO RETURN-CODE.
           CALL "AGESNAP" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "FOTO DO AGING DO PERIODO GRAVADA (AGINGSNP)".

      *****************************************
      * A PDD DO MES SAI DA FOTO RECEM-TIRADA: O PDDMES APLICA OS
      * PERCENTUAIS DO PDDCFG POR FAIXA E GUARDA O CALCULO NO
      * PDDHIST (RELATORIO RELPDD)
      *****************************************
       3550-CALCULAR-PDD.
           MOVE ZEROS TO RETURN-CODE.
           CALL "PDDMES" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "PROVISAO PARA DEVEDORES DUVIDOSOS APURADA (RELPDD)".

      *****************************************
      * O SCORE COMPORTAMENTAL USA A FOTO DO AGING DO PERIODO: O
      * CLISCORE GRAVA SCORE E FAIXA NO CADCLI E MANDA AS PROPOSTAS
      * DE REVISAO DE LIMITE PARA A FILA APRLIM (RELATORIO RELSCORE)
      *****************************************
       3560-CALCULAR-SCORE.
           MOVE ZEROS TO RETURN-CODE.
           CALL "CLISCORE" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "SCORE DE CREDITO DOS CLIENTES CALCULADO (RELSCORE)".

      *****************************************
      * QUALIDADE DO CADASTRO: O CLIQUAL CONFERE OS CLIENTES ATIVOS,
      * IMPRIME A LISTA DE CORRECAO POR FILIAL E A EVOLUCAO MENSAL
      * (RELATORIO RELQUAL) E GUARDA AS FALHAS DO MES NO QUALHIST
      *****************************************
       3565-AVALIAR-QUALIDADE-CADASTRO.
           MOVE ZEROS TO RETURN-CODE.
           CALL "CLIQUAL" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "QUALIDADE DO CADASTRO DE CLIENTES AVALIADA "
               "(RELQUAL)".

      *****************************************
      * A FOTO DO ESTOQUE VALORIZADO TAMBEM SAI NO FECHAMENTO: O
      * INVSNAP RECEBE O PERIODO FECHADO E GRAVA SALDO E VALOR POR
      * PRODUTO NO INVSNAP, ABERTURA DO MES SEGUINTE NO INVROLL
      *****************************************
       3600-GRAVAR-FOTO-ESTOQUE.
           MOVE ZEROS TO RETURN-CODE.
           CALL "INVSNAP" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "FOTO DO ESTOQUE DO PERIODO GRAVADA (INVSNAP)".

      *****************************************
      * PONTOS DE FIDELIDADE COM VALIDADE ATE O FIM DO PERIODO
      * FECHADO SAO BAIXADOS PELO PONTEXP, QUE IMPRIME O PASSIVO DE
      * PONTOS EM ABERTO PARA A CONTABILIDADE (RELPONTO)
      *****************************************
       3700-EXPIRAR-PONTOS.
           MOVE ZEROS TO RETURN-CODE.
           CALL "PONTEXP" USING WS-PERIODO-FOTO.
           IF RETURN-CODE > WS-RC-MAXIMO
               MOVE RETURN-CODE TO WS-RC-MAXIMO
           END-IF.

           DISPLAY "PONTOS EXPIRADOS E PASSIVO APURADO (RELPONTO)".

       9000-FINALIZAR.
           MOVE WS-CONT-CLIENTES TO WS-CONT-EDITADO.
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDITADO.

           DISPLAY "FECHAMENTO CONCLUIDO - RELATORIO EM RELFECHA".

      *    O MAIOR RC DAS FOTOS E CALCULOS DO MES VOLTA PARA O
      *    JOBMENSAL, PARA A ETAPA NAO FICAR CONCLUIDA COM FOTO FALTANDO
           MOVE WS-RC-MAXIMO TO RETURN-CODE.

       END PROGRAM FECHAMES.
