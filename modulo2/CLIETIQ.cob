      *           CONTAGEM POR PREFIXO DE CEP NO FIM DO ARQUIVO.
      *           CLIENTE QUE RETIROU O CONSENTIMENTO DE CONTATO
      *           (LGPD, MANTIDO NO CADASTRO PELO ALTERAR) E PULADO,
      *           COM A CONTAGEM DE PULADOS NOS TOTAIS DE CONTROLE.
      *           A ETIQUETA USA O ENDERECO DE ENTREGA PREFERENCIAL DO
      *           CLIEND, OU O ENDERECO PRINCIPAL QUANDO NAO HA
      * AUTHOR  : VITOR
      *********************************
       ENVIRONMENT DIVISION.
                   05 WS-PFX-ITEM OCCURS 100 TIMES.
                       10 WS-PFX-VALOR PIC 9(3).
                       10 WS-PFX-CONTADOR PIC 9(6).
               COPY "ENDCONS-REG.CPY".

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           CLOSE CADASTRO-CLIENTES.
           CLOSE ETIQUETAS-CLIENTES.
           SET ECS-FECHAR TO TRUE.
           CALL "ENDCONS" USING ECS-AREA.

           MOVE WS-CONT-ETIQUETAS TO WS-CONT-EDITADO.
           DISPLAY "ETIQUETAS GRAVADAS NO ARQUIVO ETIQCLI: "
                       IF CLI-NAO-CONSENTIU
                           ADD 1 TO WS-CONT-SEM-CONSENT
                       ELSE
                           PERFORM 1200-OBTER-ENDERECO-ENTREGA
                           MOVE ECS-CEP TO SRT-CEP
                           MOVE CLI-CODIGO TO SRT-CODIGO
                           MOVE CLI-NOME TO SRT-NOME
                           MOVE ECS-ENDERECO TO SRT-ENDERECO
                           RELEASE SRT-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       1200-OBTER-ENDERECO-ENTREGA.
           SET ECS-CONSULTAR TO TRUE.
           MOVE CLI-CODIGO TO ECS-CLIENTE.
           MOVE "E" TO ECS-TIPO.
           MOVE SPACES TO ECS-NOME-CONTATO ECS-EMAIL.
           MOVE CLI-ENDERECO TO ECS-ENDERECO.
           MOVE CLI-CEP TO ECS-CEP.
           MOVE CLI-TELEFONE TO ECS-TELEFONE.
           CALL "ENDCONS" USING ECS-AREA.

       2000-GERAR-ETIQUETAS.
           SET FIM-SORT-NAO TO TRUE.
           MOVE ZEROS TO WS-ETIQ-NA-PAGINA.
