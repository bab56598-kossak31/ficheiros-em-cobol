       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT CNT-ANTIGO ASSIGN TO "C:\COBOL\CONTAGENS-ANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT CONTAGENS ASSIGN TO "C:\COBOL\CONTAGENS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CHAVE
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD CNT-ANTIGO.
       01 REG-CNT-ANTIGO.
           03 CTA-ID-PRODUTO   PIC 9(3).
           03 CTA-LOCAL        PIC X(01).
           03 CTA-QT-CONTADA   PIC 9(4).
           03 CTA-DATA         PIC 9(8).
           03 CTA-ESTADO       PIC X(01).
       FD CONTAGENS.
           COPY CONTAGEM.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-TOTAL-CONVERTIDOS  PIC 9(5).
       77 WS-TOTAL-ERROS        PIC 9(5).

       PROCEDURE DIVISION.
       CONVCNT-MAIN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-CONVERTIDOS
           MOVE 0 TO WS-TOTAL-ERROS

           DISPLAY "CONVERSAO DE CONTAGENS-ANT.DAT (COPIA SEQUENCIAL"
           DISPLAY "DO LAYOUT SEM LOTE) PARA CONTAGENS.DAT COM O"
           DISPLAY "LOTE EM BRANCO (CONTAGEM DO LOCAL COMPLETO)"

           OPEN INPUT CNT-ANTIGO

           IF FS-OK THEN
               OPEN OUTPUT CONTAGENS
               IF FS2-OK THEN
                   PERFORM CONVERTER-CONTAGEM UNTIL EOF-OK
                   CLOSE CONTAGENS
                   DISPLAY "CONTAGENS CONVERTIDAS: "
                       WS-TOTAL-CONVERTIDOS
                   DISPLAY "CONTAGENS COM ERRO: " WS-TOTAL-ERROS
               ELSE
                   DISPLAY "ERRO AO CRIAR CONTAGENS.DAT"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               CLOSE CNT-ANTIGO
           ELSE
               DISPLAY "ERRO AO ABRIR CONTAGENS-ANT.DAT"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF

           STOP RUN.

       CONVERTER-CONTAGEM.
           READ CNT-ANTIGO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE CTA-ID-PRODUTO TO CT-ID-PRODUTO
               MOVE CTA-LOCAL TO CT-LOCAL
               MOVE SPACES TO CT-LOTE
               MOVE CTA-QT-CONTADA TO CT-QT-CONTADA
               MOVE CTA-DATA TO CT-DATA
               MOVE CTA-ESTADO TO CT-ESTADO
               WRITE REG-CONTAGEM
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
               END-WRITE
           END-READ.
