                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRD-CODIGO
                   ALTERNATE RECORD KEY IS PRD-EAN
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS-PRODMST.

               SELECT RELATORIO-ESTOQUE ASSIGN TO "RELESTQ"
