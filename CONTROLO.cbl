       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT CONTROLO ASSIGN TO "C:\COBOL\CONTROLO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-PROGRAMA
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROLO.
           COPY EXECUCAO.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.

       LINKAGE SECTION.
           COPY CTLPARAM.

       PROCEDURE DIVISION USING CTL-PARAMETRES.
       CONTROLO-MAIN.
           SET FS-OK TO TRUE
           MOVE 0 TO CP-RETURN-CODE

           OPEN I-O CONTROLO
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLO
               CLOSE CONTROLO
               OPEN I-O CONTROLO
           END-IF

           IF FS-OK THEN
               EVALUATE TRUE
               WHEN CP-LER
                   PERFORM LER-CONTROLO
               WHEN CP-GRAVAR
                   PERFORM GRAVAR-CONTROLO
               WHEN CP-CONCLUIR
                   PERFORM GRAVAR-CONTROLO
               WHEN OTHER
                   MOVE 1 TO CP-RETURN-CODE
               END-EVALUATE
               CLOSE CONTROLO
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE CONTROLO"
               DISPLAY "ERRO FILE STATUS" WS-FS
               MOVE 1 TO CP-RETURN-CODE
           END-IF

           GOBACK.

       LER-CONTROLO.
           MOVE "N" TO CP-RETOMA
           MOVE CP-PROGRAMA TO RC-PROGRAMA
           READ CONTROLO
           KEY IS RC-PROGRAMA
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF RC-EM-CURSO THEN
                   MOVE "S" TO CP-RETOMA
                   MOVE RC-OPERADOR TO CP-OPERADOR
                   MOVE RC-DATA TO CP-DATA
                   MOVE RC-HORA TO CP-HORA
                   MOVE RC-PARAMETROS TO CP-PARAMETROS
                   MOVE RC-ULTIMO-ID TO CP-ULTIMO-ID
                   MOVE RC-POSICAO TO CP-POSICAO
                   MOVE RC-LIDOS TO CP-LIDOS
                   MOVE RC-ATUALIZADOS TO CP-ATUALIZADOS
                   MOVE RC-REJEITADOS TO CP-REJEITADOS
                   MOVE RC-IGNORADOS TO CP-IGNORADOS
               END-IF
           END-READ.

       GRAVAR-CONTROLO.
           MOVE CP-PROGRAMA TO RC-PROGRAMA
           READ CONTROLO
           KEY IS RC-PROGRAMA
           INVALID KEY
               PERFORM PREENCHER-CONTROLO
               WRITE REG-CONTROLO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLO DE " CP-PROGRAMA
                   MOVE 1 TO CP-RETURN-CODE
               END-WRITE
           NOT INVALID KEY
               PERFORM PREENCHER-CONTROLO
               REWRITE REG-CONTROLO
           END-READ.

       PREENCHER-CONTROLO.
           IF CP-CONCLUIR THEN
               SET RC-CONCLUIDO TO TRUE
           ELSE
               SET RC-EM-CURSO TO TRUE
           END-IF
           MOVE CP-OPERADOR TO RC-OPERADOR
           ACCEPT RC-DATA FROM DATE YYYYMMDD
           ACCEPT RC-HORA FROM TIME
           MOVE CP-PARAMETROS TO RC-PARAMETROS
           MOVE CP-ULTIMO-ID TO RC-ULTIMO-ID
           MOVE CP-POSICAO TO RC-POSICAO
           MOVE CP-LIDOS TO RC-LIDOS
           MOVE CP-ATUALIZADOS TO RC-ATUALIZADOS
           MOVE CP-REJEITADOS TO RC-REJEITADOS
           MOVE CP-IGNORADOS TO RC-IGNORADOS.
