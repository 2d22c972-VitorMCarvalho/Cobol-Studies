      *           CONTAS A RECEBER (CTRECEB), UM POR PARCELA, COM O
      *           NUMERO DA PARCELA NO DOCUMENTO (AAMMDDNN DA DATA DE
      *           EMISSAO) E VENCIMENTOS MES A MES AJUSTADOS PARA DIA
      *           UTIL PELO CALENDARIO DA FILIAL DO CLIENTE (CALNEG),
      *           PARA O AGING E O
      *           EXTRATO MOSTRAREM O CRONOGRAMA ASSINADO. JUNTO COM
      *           AS PARCELAS SAI UMA NOTA DE CREDITO PELO PRINCIPAL
      *           DO PLANO (DOCUMENTO AAMMDD00), QUE O APLICRED

           OPEN OUTPUT SIMULACAO-IMPRESSA.

           MOVE ZEROS TO CAL-FILIAL.
           OPEN INPUT CADASTRO-CLIENTES.
           IF WS-FS-CADCLI = "00"
               MOVE WS-CODIGO-CLIENTE TO CLI-CODIGO
                           "SEM CONFERENCIA DE LIMITE"
                   NOT INVALID KEY
                       SET CLIENTE-ENCONTRADO TO TRUE
                       MOVE CLI-FILIAL TO CAL-FILIAL
                       DISPLAY "CLIENTE: " CLI-NOME
               END-READ
           ELSE
           MOVE "T" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
           MOVE "C" TO REC-TIPO.
           MOVE ZEROS TO REC-DATA-BAIXA.
           MOVE "N" TO REC-SIT-NEGATIVACAO.
           MOVE SPACES TO REC-ADT-CONSUMO.
           MOVE ZEROS TO REC-ADT-DATA-USO REC-ADT-FORMA.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           MOVE "N" TO REC-RENEG-SITUACAO.
           MOVE ZEROS TO REC-RENEG-PLANO.
           MOVE "N" TO REC-CONTESTACAO.
           MOVE SPACES TO REC-CTS-MOTIVO REC-CTS-OPERADOR
               REC-CTS-NOTAS.
           MOVE ZEROS TO REC-CTS-DATA-ABERTURA REC-CTS-DATA-RESOLUCAO.

           WRITE REC-REGISTRO
               INVALID KEY
