       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT ENC-ANTIGA ASSIGN TO "C:\COBOL\ENCOMENDAS-ANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT ENCOMENDA ASSIGN TO "C:\COBOL\ENCOMENDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-CHAVE
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD ENC-ANTIGA.
       01 REG-ENC-ANTIGA.
           03 ENA-NUMERO          PIC 9(5).
           03 ENA-LINHA           PIC 9(3).
           03 ENA-FORNECEDOR      PIC 9(3).
           03 ENA-ID-PRODUTO      PIC 9(3).
           03 ENA-QT-ENCOMENDADA  PIC 9(4).
           03 ENA-DATA            PIC 9(8).
           03 ENA-ESTADO          PIC X(01).
       FD ENCOMENDA.
           COPY ENCOMENDA.

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
       CONVENC-MAIN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-CONVERTIDOS
           MOVE 0 TO WS-TOTAL-ERROS

           DISPLAY "CONVERSAO DE ENCOMENDAS-ANT.DAT (COPIA SEQUENCIAL"
           DISPLAY "DO LAYOUT SEM DADOS DE RECECAO) PARA"
           DISPLAY "ENCOMENDAS.DAT; AS LINHAS JA RECEBIDAS FICAM COM"
           DISPLAY "A QUANTIDADE ENCOMENDADA COMO RECEBIDA E FATURADA"
           DISPLAY "E SEM DATA DE RECECAO (DESCONHECIDA)"

           OPEN INPUT ENC-ANTIGA

           IF FS-OK THEN
               OPEN OUTPUT ENCOMENDA
               IF FS2-OK THEN
                   PERFORM CONVERTER-ENCOMENDA UNTIL EOF-OK
                   CLOSE ENCOMENDA
                   DISPLAY "LINHAS CONVERTIDAS: "
                       WS-TOTAL-CONVERTIDOS
                   DISPLAY "LINHAS COM ERRO: " WS-TOTAL-ERROS
               ELSE
                   DISPLAY "ERRO AO CRIAR ENCOMENDAS.DAT"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               CLOSE ENC-ANTIGA
           ELSE
               DISPLAY "ERRO AO ABRIR ENCOMENDAS-ANT.DAT"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF

           STOP RUN.

       CONVERTER-ENCOMENDA.
           READ ENC-ANTIGA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE ENA-NUMERO TO ENC-NUMERO
               MOVE ENA-LINHA TO ENC-LINHA
               MOVE ENA-FORNECEDOR TO ENC-FORNECEDOR
               MOVE ENA-ID-PRODUTO TO ENC-ID-PRODUTO
               MOVE ENA-QT-ENCOMENDADA TO ENC-QT-ENCOMENDADA
               MOVE ENA-DATA TO ENC-DATA
               MOVE ENA-ESTADO TO ENC-ESTADO
               MOVE 0 TO ENC-CUSTO-RECECAO
               MOVE 0 TO ENC-DATA-RECECAO
               IF ENC-RECEBIDA THEN
                   MOVE ENA-QT-ENCOMENDADA TO ENC-QT-RECEBIDA
                   MOVE ENA-QT-ENCOMENDADA TO ENC-QT-FATURADA
               ELSE
                   MOVE 0 TO ENC-QT-RECEBIDA
                   MOVE 0 TO ENC-QT-FATURADA
               END-IF
               WRITE REG-ENCOMENDA
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
               END-WRITE
           END-READ.
