               77 WS-ACESSO-SW PIC X(1) VALUE "N".
                   88 ACESSO-CONCEDIDO VALUE "S".
                   88 ACESSO-NEGADO VALUE "N".
               COPY "DATMOV-REG.CPY".

           SCREEN SECTION.
               01 TELA.
      -            05 LINE 08 COLUMN 25 FROM OPE-TENTATIVAS.
                   05 LINE 09 COLUMN 15 VALUE "FILIAL..: ".
      -            05 LINE 09 COLUMN 25 FROM OPE-FILIAL.
                   05 LINE 10 COLUMN 15 VALUE "ULT.ACES: ".
      -            05 LINE 10 COLUMN 25 FROM OPE-DATA-ULT-ACESSO.
                   05 LINE 11 COLUMN 15 VALUE "RECERTIF: ".
      -            05 LINE 11 COLUMN 25 FROM OPE-DATA-RECERT.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           STOP RUN.

       1000-INICIAR.
           CALL "DATMOV" USING DMV-AREA.

           OPEN I-O OPERADORES.
           IF WS-FS-OPERMST = "35"
               OPEN OUTPUT OPERADORES
               MOVE ZEROS TO OPE-TENTATIVAS
               MOVE ZEROS TO OPE-DATA-PIN
               MOVE SPACES TO OPE-PINS-ANTERIORES
      *****************************************
      * A CONTAGEM DE INATIVIDADE (OPEDORM) COMECA NA INCLUSAO E O
      * OPERADOR NOVO ENTRA JA RECERTIFICADO PELO ADM
      *****************************************
               MOVE DMV-DATA TO OPE-DATA-ULT-ACESSO
               MOVE DMV-DATA TO OPE-DATA-RECERT
               WRITE OPE-REGISTRO
                   INVALID KEY
                       DISPLAY "OPERADOR JA CADASTRADO COM ESTE CODIGO"
                       IF OPE-BLOQUEADO
                           SET OPE-ATIVO TO TRUE
                           MOVE ZEROS TO OPE-TENTATIVAS
      *****************************************
      * DESBLOQUEIO PELO ADM REINICIA A CONTAGEM DE INATIVIDADE E
      * VALE COMO RECERTIFICACAO, SENAO O OPEDORM BLOQUEARIA DE NOVO
      * NA NOITE SEGUINTE
      *****************************************
                           MOVE DMV-DATA TO OPE-DATA-ULT-ACESSO
                           MOVE DMV-DATA TO OPE-DATA-RECERT
                       ELSE
                           SET OPE-BLOQUEADO TO TRUE
                       END-IF
