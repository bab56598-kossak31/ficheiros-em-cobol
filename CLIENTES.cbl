           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       01 WS-REG-CLIENTE        PIC X(129).
       01 FILLER REDEFINES WS-REG-CLIENTE.
           03 WS-COD-CLIENTE        PIC 9(3).
           03 WS-NOME-CLIENTE       PIC X(20).
           03 WS-CONTATO-CLIENTE    PIC X(15).
           03 WS-ATIVO-CLIENTE      PIC X(01).
           03 WS-LIMITE-CREDITO     PIC 9(7)V99.
           03 WS-DESCONTO-CLIENTE   PIC 99V99.
           03 WS-NIF-CLIENTE        PIC 9(9).
           03 WS-MORADA-CLIENTE     PIC X(40).
           03 WS-CODPOSTAL-CLIENTE  PIC X(8).
           03 FILLER REDEFINES WS-CODPOSTAL-CLIENTE.
               05 WS-CP-ZONA        PIC X(4).
               05 WS-CP-TRACO       PIC X(1).
               05 WS-CP-ARRUAMENTO  PIC X(3).
           03 WS-CIDADE-CLIENTE     PIC X(20).
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-CONFIRMA           PIC X(01).
           COPY NIFPARAM.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-TOTAL-LISTADOS     PIC 9(4).
       77 WS-NIF-VALIDO         PIC X.
          88 NIF-VALIDO        VALUE 'S' FALSE 'N'.
       77 WS-CP-VALIDO          PIC X.
          88 CODPOSTAL-VALIDO  VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 PARAMETRES.
           DISPLAY "LIMITE DE CREDITO (0 = SEM LIMITE):"
           ACCEPT WS-LIMITE-CREDITO

           MOVE 100 TO WS-DESCONTO-CLIENTE
           PERFORM PEDIR-DESCONTO
               UNTIL WS-DESCONTO-CLIENTE LESS THAN 100

           SET NIF-VALIDO TO FALSE
           PERFORM PEDIR-NIF UNTIL NIF-VALIDO

           DISPLAY "MORADA:"
           ACCEPT WS-MORADA-CLIENTE

           SET CODPOSTAL-VALIDO TO FALSE
           PERFORM PEDIR-CODPOSTAL UNTIL CODPOSTAL-VALIDO

           DISPLAY "LOCALIDADE:"
           ACCEPT WS-CIDADE-CLIENTE

           OPEN I-O CLIENTE
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CLIENTE
             MOVE WS-NOME-CLIENTE TO NOME-CLIENTE
             MOVE WS-CONTATO-CLIENTE TO CONTATO-CLIENTE
             MOVE WS-LIMITE-CREDITO TO LIMITE-CREDITO
             MOVE WS-DESCONTO-CLIENTE TO DESCONTO-CLIENTE
             MOVE WS-NIF-CLIENTE TO NIF-CLIENTE
             MOVE WS-MORADA-CLIENTE TO MORADA-CLIENTE
             MOVE WS-CODPOSTAL-CLIENTE TO CODPOSTAL-CLIENTE
             MOVE WS-CIDADE-CLIENTE TO CIDADE-CLIENTE
             SET CLIENTE-ATIVO TO TRUE
            WRITE REG-CLIENTE
           INVALID KEY
                   DISPLAY COD-CLIENTE " - " NOME-CLIENTE
                       " CONTATO: " CONTATO-CLIENTE
                       " LIMITE: " LIMITE-CREDITO
                       " DESCONTO: " DESCONTO-CLIENTE "%"
                   DISPLAY "      NIF: " NIF-CLIENTE
                       " " MORADA-CLIENTE
                       " " CODPOSTAL-CLIENTE " " CIDADE-CLIENTE
               END-IF
           END-READ.

            DISPLAY "NOVO LIMITE (0 = SEM LIMITE)"
            ACCEPT LIMITE-CREDITO

            DISPLAY "DESCONTO ATUAL " WS-DESCONTO-CLIENTE "%"
            MOVE 100 TO WS-DESCONTO-CLIENTE
            PERFORM PEDIR-DESCONTO
                UNTIL WS-DESCONTO-CLIENTE LESS THAN 100
            MOVE WS-DESCONTO-CLIENTE TO DESCONTO-CLIENTE

            DISPLAY "NIF ATUAL " WS-NIF-CLIENTE
            SET NIF-VALIDO TO FALSE
            PERFORM PEDIR-NIF UNTIL NIF-VALIDO
            MOVE WS-NIF-CLIENTE TO NIF-CLIENTE

            DISPLAY "MORADA ATUAL " WS-MORADA-CLIENTE
            DISPLAY "NOVA MORADA"
            ACCEPT MORADA-CLIENTE

            DISPLAY "CODIGO POSTAL ATUAL " WS-CODPOSTAL-CLIENTE
            SET CODPOSTAL-VALIDO TO FALSE
            PERFORM PEDIR-CODPOSTAL UNTIL CODPOSTAL-VALIDO
            MOVE WS-CODPOSTAL-CLIENTE TO CODPOSTAL-CLIENTE

            DISPLAY "LOCALIDADE ATUAL " WS-CIDADE-CLIENTE
            DISPLAY "NOVA LOCALIDADE"
            ACCEPT CIDADE-CLIENTE

            REWRITE REG-CLIENTE
            DISPLAY "CLIENTE ALTERADO!"
            END-READ
                END-IF
                CLOSE CLIENTE.

       PEDIR-DESCONTO.
           DISPLAY "DESCONTO DO CLIENTE EM % (0 = SEM DESCONTO):"
           ACCEPT WS-DESCONTO-CLIENTE
           IF WS-DESCONTO-CLIENTE NOT LESS THAN 100 THEN
               DISPLAY "DESCONTO TEM DE SER INFERIOR A 100%"
           END-IF.

       PEDIR-NIF.
           DISPLAY "NIF DO CLIENTE (0 = CONSUMIDOR FINAL):"
           ACCEPT WS-NIF-CLIENTE
           IF WS-NIF-CLIENTE EQUAL 0 THEN
               SET NIF-VALIDO TO TRUE
           ELSE
               MOVE WS-NIF-CLIENTE TO NF-NIF
               CALL "VALNIF"
               USING NIF-PARAMETRES
               IF NF-RETURN-CODE EQUAL 0 THEN
                   SET NIF-VALIDO TO TRUE
               ELSE
                   DISPLAY "NIF INVALIDO"
               END-IF
           END-IF.

       PEDIR-CODPOSTAL.
           DISPLAY "CODIGO POSTAL (9999-999):"
           ACCEPT WS-CODPOSTAL-CLIENTE
           IF WS-CODPOSTAL-CLIENTE EQUAL SPACES THEN
               SET CODPOSTAL-VALIDO TO TRUE
           ELSE
               IF WS-CP-ZONA IS NUMERIC
                   AND WS-CP-TRACO EQUAL "-"
                   AND WS-CP-ARRUAMENTO IS NUMERIC THEN
                   SET CODPOSTAL-VALIDO TO TRUE
               ELSE
                   DISPLAY "CODIGO POSTAL INVALIDO"
               END-IF
           END-IF.

       DESATIVAR-CLIENTE.
           SET FS-OK TO TRUE

