       01 WS-TOT-BASE           PIC S9(9)V99.
       01 WS-TOT-IVA            PIC S9(9)V99.
       01 WS-TOT-GERAL          PIC S9(9)V99.
       01 WS-VALOR-DESCONTO     PIC S9(9)V99.
       01 WS-TOT-DESCONTO       PIC S9(9)V99.
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DS-ANO         PIC 9(4).
           03 FILLER            PIC X(14)
               VALUE "ISENTO   BASE ".
           03 WS-LI-BASE        PIC +(9)9,99.
       01 WS-LIN-DESCONTO.
           03 FILLER            PIC X(22)
               VALUE "DESCONTOS CONCEDIDOS  ".
           03 WS-LE-DESCONTO    PIC +(9)9,99.
           03 FILLER            PIC X(16)
               VALUE " (BASE SEM IVA)".
       01 WS-LIN-DOCS.
           03 FILLER            PIC X(22)
               VALUE "DOCUMENTOS LISTADOS:  ".
           MOVE 0 TO WS-TOT-BASE
           MOVE 0 TO WS-TOT-IVA
           MOVE 0 TO WS-TOT-GERAL
           MOVE 0 TO WS-TOT-DESCONTO
           MOVE 0 TO WS-ISENTO-BASE
           INITIALIZE WS-TAB-DOCS
           INITIALIZE WS-TAB-TAXAS
               VND-PRC-UNITARIO * VND-QUANTIDADE
           COMPUTE WS-VALOR-IVA =
               VND-VALOR-LINHA - WS-VALOR-BASE
           MOVE 0 TO WS-VALOR-DESCONTO
           IF VND-PRC-TABELA > VND-PRC-UNITARIO THEN
               COMPUTE WS-VALOR-DESCONTO =
                   (VND-PRC-TABELA - VND-PRC-UNITARIO) * VND-QUANTIDADE
           END-IF
           IF VND-NOTA-CREDITO THEN
               COMPUTE WS-VALOR-BASE = WS-VALOR-BASE * -1
               COMPUTE WS-VALOR-IVA = WS-VALOR-IVA * -1
               COMPUTE WS-VALOR-DESCONTO = WS-VALOR-DESCONTO * -1
           END-IF
           ADD WS-VALOR-DESCONTO TO WS-TOT-DESCONTO

           IF VND-IVA > 0 THEN
               ADD WS-VALOR-BASE TO WS-TX-BASE(VND-IVA)
           PERFORM ESCREVER-LINHA
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOT-DESCONTO TO WS-LE-DESCONTO
           MOVE WS-LIN-DESCONTO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-DOCS TO WS-LN-TOTAL
           MOVE WS-LIN-DOCS TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
