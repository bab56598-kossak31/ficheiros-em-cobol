           03 CLA-NOME-CLIENTE    PIC X(20).
           03 CLA-CONTATO-CLIENTE PIC X(15).
           03 CLA-ATIVO-CLIENTE   PIC X(01).
           03 CLA-LIMITE-CREDITO  PIC 9(7)V99.
       FD CLIENTE.
           COPY CLIENTE.

           MOVE 0 TO WS-TOTAL-ERROS

           DISPLAY "CONVERSAO DE CLIENTES-ANT.DAT (COPIA SEQUENCIAL"
           DISPLAY "DO LAYOUT SEM DESCONTO, NIF NEM MORADA) PARA"
           DISPLAY "CLIENTES.DAT COM DESCONTO E NIF A ZERO E MORADA"
           DISPLAY "EM BRANCO"
           DISPLAY "(COMPLETAR EM CLIENTES ANTES DA EXPORTACAO SAF-T)"

           OPEN INPUT CLI-ANTIGO

               MOVE CLA-NOME-CLIENTE TO NOME-CLIENTE
               MOVE CLA-CONTATO-CLIENTE TO CONTATO-CLIENTE
               MOVE CLA-ATIVO-CLIENTE TO ATIVO-CLIENTE
               MOVE CLA-LIMITE-CREDITO TO LIMITE-CREDITO
               MOVE 0 TO DESCONTO-CLIENTE
               MOVE 0 TO NIF-CLIENTE
               MOVE SPACES TO MORADA-CLIENTE
               MOVE SPACES TO CODPOSTAL-CLIENTE
               MOVE SPACES TO CIDADE-CLIENTE
               WRITE REG-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
