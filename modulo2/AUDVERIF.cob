               UNTIL WS-FS-AUDIT NOT = "00" OR CORRENTE-QUEBRADA.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE ZEROS TO RETURN-CODE.
