      *****************************************
      * VENDDET-REG.CPY - LAYOUT DO DETALHE DE VENDA POR TRANSACAO
      *                   (O ARQUIVO MENSAL VENDCLI E O ACUMULADO).
      *                   NA VENDA EM CARTAO (FORMA 02) VDT-CARTAO
      *                   GUARDA A ADQUIRENTE (ADQTAB) E O NUMERO DE
      *                   PARCELAS; ZEROS NAS DEMAIS FORMAS
      *                   O VENDDET TEM CHAVE ALTERNATIVA VDT-DATA
      *                   (COM DUPLICATAS) PARA OS PROGRAMAS DE
      *                   PERIODO LEREM SO O DIA OU MES PEDIDO
      *****************************************
       01  VDT-REGISTRO.
           05 VDT-CHAVE.
           05 VDT-COMPETENCIA.
               10 VDT-ANO-COMPETENCIA PIC 9(4).
               10 VDT-MES-COMPETENCIA PIC 9(2).
           05 VDT-CARTAO.
               10 VDT-ADQUIRENTE PIC 9(2).
               10 VDT-PARCELAS-CARTAO PIC 9(2).
