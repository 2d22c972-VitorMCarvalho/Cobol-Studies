      *ENFILEIRAR OS ULTIMOS MESES LADO A LADO. O ANO/MES DA FOTO
      *VEM DO CHAMADOR (O FECHAMES PASSA O PERIODO FECHADO) OU DA
      *LINHA DE COMANDO (AAAAMM); SEM PARAMETRO VALE O MES DA DATA
      *DE MOVIMENTO. EM SEPARADO, DENTRO DE CADA FAIXA, FICA O SALDO
      *DOS TITULOS COM NEGATIVACAO CONFIRMADA, BASE DA PDD (PDDMES).
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 WS-FAIXAS-CLIENTE.
               05 WS-FXC-TOTAL PIC 9(9)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-NEGATIVADOS-CLIENTE.
               05 WS-FXN-TOTAL PIC 9(9)V99 OCCURS 5 TIMES
                   VALUE ZEROS.
           01 WS-DATA-MOVIMENTO.
               05 WS-DM-ANO PIC 9(4).
               05 WS-DM-MES PIC 9(2).
           END-IF.

           ADD REC-SALDO TO WS-FXC-TOTAL(WS-FAIXA).
           IF REC-NEG-CONFIRMADO
               ADD REC-SALDO TO WS-FXN-TOTAL(WS-FAIXA)
           END-IF.

       3000-GRAVAR-FOTO-CLIENTE.
           IF WS-CLIENTE-ATUAL > ZEROS
               MOVE WS-PF-MES TO SNP-MES
               MOVE WS-CLIENTE-ATUAL TO SNP-CLIENTE
               MOVE WS-FAIXAS-CLIENTE TO SNP-FAIXAS
               MOVE WS-NEGATIVADOS-CLIENTE TO SNP-NEGATIVADOS

               WRITE SNP-REGISTRO
                   INVALID KEY
               ADD 1 TO WS-CONT-CLIENTES

               MOVE ZEROS TO WS-FAIXAS-CLIENTE
               MOVE ZEROS TO WS-NEGATIVADOS-CLIENTE
           END-IF.

       9000-FINALIZAR.
