           01  ARC-LINHA.
               05 ARC-DATA-PURGA PIC 9(8).
               05 FILLER PIC X(1).
               05 ARC-CLI-REGISTRO PIC X(184).

           WORKING-STORAGE SECTION.
               77 WS-FS-CADCLI PIC X(2) VALUE "00".
               77 WS-ACHOU-SW PIC X(1) VALUE "N".
                   88 REGISTRO-ACHADO VALUE "S".
                   88 REGISTRO-NAO-ACHADO VALUE "N".
               01 WS-IMAGEM-ACHADA PIC X(184).
               COPY "DATMOV-REG.CPY".
               COPY "AUDITW-REG.CPY".
               COPY "CLIENTE-REG.CPY" REPLACING
                   ==CLI-NAO-CONSENTIU== BY ==WS-ARC-NAO-CONS==
                   ==CLI-SEM-CONSENTIMENTO== BY ==WS-ARC-SEM-CONS==
                   ==CLI-DATA-CONSENTIMENTO== BY ==WS-ARC-DT-CONS==
                   ==CLI-CANAL-CONSENTIMENTO== BY ==WS-ARC-CANAL==
                   ==CLI-SCORE== BY ==WS-ARC-SCORE==
                   ==CLI-FAIXA-SCORE== BY ==WS-ARC-FAIXA-SCORE==
                   ==CLI-DATA-SCORE== BY ==WS-ARC-DT-SCORE==
                   ==CLI-GRUPO== BY ==WS-ARC-GRUPO==.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
