           03 WS-MT-DN-QT       PIC 9(7).
           03 WS-MT-DV-CNT      PIC 9(5).
           03 WS-MT-DV-QT       PIC 9(7).
           03 WS-MT-EX-CNT      PIC 9(5).
           03 WS-MT-EX-QT       PIC 9(7).
           03 WS-MT-SEM-CNT     PIC 9(5).
           03 WS-MT-SEM-QT      PIC 9(7).
       01 WS-DATA-SISTEMA       PIC 9(8).
           WHEN MOTIVO-DEVOLUCAO
               ADD 1 TO WS-MT-DV-CNT
               ADD MOV-QUANTIDADE TO WS-MT-DV-QT
           WHEN MOTIVO-EXPIRADO
               ADD 1 TO WS-MT-EX-CNT
               ADD MOV-QUANTIDADE TO WS-MT-EX-QT
           WHEN OTHER
               ADD 1 TO WS-MT-SEM-CNT
               ADD MOV-QUANTIDADE TO WS-MT-SEM-QT
           MOVE WS-MT-DV-CNT TO WS-LM-CNT
           MOVE WS-MT-DV-QT TO WS-LM-QT
           PERFORM ESCREVER-LINHA-MOV
           MOVE "ABATE POR VALIDADE (EX)   " TO WS-LM-TITULO
           MOVE WS-MT-EX-CNT TO WS-LM-CNT
           MOVE WS-MT-EX-QT TO WS-LM-QT
           PERFORM ESCREVER-LINHA-MOV
           MOVE "SEM MOTIVO                " TO WS-LM-TITULO
           MOVE WS-MT-SEM-CNT TO WS-LM-CNT
           MOVE WS-MT-SEM-QT TO WS-LM-QT
