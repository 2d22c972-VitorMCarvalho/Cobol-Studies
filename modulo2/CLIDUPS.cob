           PERFORM 3000-CRUZAR-SUSPEITOS.
           PERFORM 9000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           OPEN INPUT CADASTRO-CLIENTES.
