           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT PLANO ASSIGN TO "C:\COBOL\PLANEAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PL-ID-PRODUTO
           FILE STATUS IS WS-FS3.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
           COPY PRODUTO.
       FD PLANO.
           COPY PLANO.
       FD KITS.
           COPY KIT.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

          88 FS-OK                VALUE 0.
       77 WS-FS2                   PIC 99.
          88 FS2-OK               VALUE 0.
       77 WS-FS3                   PIC 99.
          88 FS3-OK               VALUE 0.
       77 WS-FS4                   PIC 99.
          88 FS4-OK               VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK               VALUE 'F' FALSE 'N'.
       77 WS-LIMITE-REENCOMENDA    PIC 9(4) VALUE 10.
       77 WS-PONTO-PRODUTO         PIC 9(4).
       77 WS-PLANO-ABERTO          PIC X.
          88 PLANO-DISPONIVEL     VALUE 'S' FALSE 'N'.
       77 WS-E-KIT                 PIC X.
          88 E-KIT                VALUE 'S' FALSE 'N'.
       77 WS-VALOR-LINHA           PIC 9(9)V99.
       77 WS-VALOR-TOTAL           PIC 9(9)V99 VALUE 0.
       77 WS-PAGINA                PIC 9(3).
           03 WS-LR-NOME           PIC X(15).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LR-QT             PIC ZZZ9.
           03 FILLER               PIC X(08) VALUE SPACES.
           03 WS-LR-PONTO          PIC ZZZ9.
           03 FILLER               PIC X(06) VALUE SPACES.
           03 WS-LR-ORIGEM         PIC X(12).

       LINKAGE SECTION.
       01 PARAMETRES.

       PRODUTOS-A-REENCOMENDAR.
           DISPLAY "================================================"
           DISPLAY "PRODUTOS A REENCOMENDAR (QTD < PONTO DE ENCOMENDA)"
           DISPLAY "SEM PLANEAMENTO: LIMITE FIXO DE "
               WS-LIMITE-REENCOMENDA
           DISPLAY "================================================"

           MOVE "PRODUTOS A REENCOMENDAR" TO WS-CAB-TITULO
           MOVE "ID   NOME             QTD ATUAL  PONTO ENC  ORIGEM"
               TO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS3-OK TO TRUE
           SET PLANO-DISPONIVEL TO TRUE

           OPEN INPUT PLANO
           IF NOT FS3-OK THEN
               SET PLANO-DISPONIVEL TO FALSE
           END-IF

           SET FS4-OK TO TRUE
           OPEN INPUT KITS

           OPEN INPUT PRODUTO

           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF

           IF PLANO-DISPONIVEL THEN
               CLOSE PLANO
           END-IF
           IF FS4-OK THEN
               CLOSE KITS
           END-IF.

       REENCOMENDA-LINHA.
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM OBTER-PONTO-PRODUTO
               PERFORM VERIFICAR-KIT
               IF QT-PRODUTO < WS-PONTO-PRODUTO
                   AND PRODUTO-ATIVO
                   AND NOT E-KIT THEN
                   DISPLAY ID-PRODUTO " - " NOME-PRODUTO
                       " QTD ATUAL: " QT-PRODUTO
                       " PONTO: " WS-PONTO-PRODUTO
                   MOVE ID-PRODUTO TO WS-LR-ID
                   MOVE NOME-PRODUTO TO WS-LR-NOME
                   MOVE QT-PRODUTO TO WS-LR-QT
                   MOVE WS-PONTO-PRODUTO TO WS-LR-PONTO
                   MOVE WS-LIN-REENC TO REG-LISTAGEM
                   PERFORM ESCREVER-LINHA
               END-IF
           END-READ.

       OBTER-PONTO-PRODUTO.
           MOVE WS-LIMITE-REENCOMENDA TO WS-PONTO-PRODUTO
           MOVE "LIMITE FIXO" TO WS-LR-ORIGEM
           IF PLANO-DISPONIVEL THEN
               MOVE ID-PRODUTO TO PL-ID-PRODUTO
               READ PLANO
               KEY IS PL-ID-PRODUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-PONTO-ENCOMENDA TO WS-PONTO-PRODUTO
                   MOVE "PLANEAMENTO" TO WS-LR-ORIGEM
               END-READ
           END-IF.

       VERIFICAR-KIT.
           SET E-KIT TO FALSE
           IF FS4-OK THEN
               MOVE ID-PRODUTO TO KT-ID-KIT
               MOVE 0 TO KT-ID-COMPONENTE
               START KITS KEY IS NOT LESS THAN KT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KITS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KT-ID-KIT EQUAL ID-PRODUTO THEN
                               SET E-KIT TO TRUE
                           END-IF
                       END-READ
               END-START
           END-IF.

       ABRIR-LISTAGEM.
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-PAGINA
