       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALNIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NIF                PIC 9(9).
       01 FILLER REDEFINES WS-NIF.
           03 WS-NIF-DIGITO OCCURS 9 TIMES PIC 9.
       77 WS-I                  PIC 99.
       77 WS-SOMA               PIC 9(4).
       77 WS-QUOCIENTE          PIC 9(4).
       77 WS-RESTO              PIC 99.
       77 WS-CONTROLO           PIC 99.

       LINKAGE SECTION.
           COPY NIFPARAM.

       PROCEDURE DIVISION USING NIF-PARAMETRES.
       VALNIF-MAIN.
           MOVE NF-NIF TO WS-NIF
           MOVE 1 TO NF-RETURN-CODE

           IF WS-NIF-DIGITO(1) EQUAL 0 OR WS-NIF-DIGITO(1) EQUAL 4
           THEN
               GOBACK
           END-IF

           MOVE 0 TO WS-SOMA
           MOVE 1 TO WS-I
           PERFORM SOMAR-DIGITO UNTIL WS-I > 8

           DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO < 2 THEN
               MOVE 0 TO WS-CONTROLO
           ELSE
               COMPUTE WS-CONTROLO = 11 - WS-RESTO
           END-IF

           IF WS-CONTROLO EQUAL WS-NIF-DIGITO(9) THEN
               MOVE 0 TO NF-RETURN-CODE
           END-IF

           GOBACK.

       SOMAR-DIGITO.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-NIF-DIGITO(WS-I) * (10 - WS-I)
           ADD 1 TO WS-I.
