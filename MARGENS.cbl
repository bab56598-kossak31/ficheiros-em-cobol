           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS2.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS.
           COPY VENDA.
       FD PRODUTO.
           COPY PRODUTO.
       FD KITS.
           COPY KIT.

       WORKING-STORAGE SECTION.
       01 WS-DATA-INICIO        PIC 9(8).
               05 WS-MG-QT      PIC S9(7).
               05 WS-MG-VENDA   PIC S9(9)V99.
               05 WS-MG-CUSTO   PIC S9(9)V99.
               05 WS-MG-DESCONTO PIC S9(9)V99.
       01 WS-TAB-DOCS.
           03 WS-DOC OCCURS 2000 TIMES.
               05 WS-DO-NUMERO  PIC 9(5).
               05 WS-DO-CUSTO   PIC S9(9)V99.
       01 WS-VALOR-VENDA        PIC S9(9)V99.
       01 WS-VALOR-CUSTO        PIC S9(9)V99.
       01 WS-VALOR-DESCONTO     PIC S9(9)V99.
       01 WS-MARGEM             PIC S9(9)V99.
       01 WS-TOT-VENDA          PIC S9(9)V99.
       01 WS-TOT-CUSTO          PIC S9(9)V99.
       01 WS-TOT-DESCONTO       PIC S9(9)V99.
       01 WS-ED-QT              PIC +(7)9.
       01 WS-ED-VENDA           PIC +(9)9,99.
       01 WS-ED-CUSTO           PIC +(9)9,99.
       01 WS-ED-MARGEM          PIC +(9)9,99.
       01 WS-ED-DESCONTO        PIC +(9)9,99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-TAB-CHEIA          PIC X.
          88 TAB-DOCS-CHEIA    VALUE 'S' FALSE 'N'.
       77 WS-FIM-KIT            PIC X.
          88 FIM-KIT           VALUE 'S' FALSE 'N'.
       77 WS-E-KIT              PIC X.
          88 E-KIT             VALUE 'S' FALSE 'N'.
       77 WS-NUM-BUSCA          PIC 9(5).
       77 WS-TOTAL-DOCS         PIC 9(4).
       77 WS-POS                PIC 9(4).
           MOVE 0 TO WS-TOTAL-DOCS
           MOVE 0 TO WS-TOT-VENDA
           MOVE 0 TO WS-TOT-CUSTO
           MOVE 0 TO WS-TOT-DESCONTO
           INITIALIZE WS-TAB-PRODUTOS
           INITIALIZE WS-TAB-DOCS

               GOBACK
           END-IF

           SET FS3-OK TO TRUE
           OPEN INPUT KITS

           PERFORM ACUMULAR-MARGEM-LINHA UNTIL EOF-OK
           CLOSE VENDAS

           IF FS3-OK THEN
               CLOSE KITS
           END-IF

           IF TAB-DOCS-CHEIA THEN
               DISPLAY "AVISO: TABELA DE DOCUMENTOS CHEIA"
               DISPLAY "DOCUMENTOS ALEM DE 2000 FORA DA LISTA"
       ACUMULAR-MARGEM-VALORES.
           COMPUTE WS-VALOR-VENDA =
               VND-PRC-UNITARIO * VND-QUANTIDADE
           MOVE 0 TO WS-VALOR-DESCONTO
           IF VND-PRC-TABELA > VND-PRC-UNITARIO THEN
               COMPUTE WS-VALOR-DESCONTO =
                   (VND-PRC-TABELA - VND-PRC-UNITARIO) * VND-QUANTIDADE
           END-IF

           MOVE 0 TO WS-VALOR-CUSTO
           SET E-KIT TO FALSE
           IF FS3-OK THEN
               PERFORM CUSTEAR-KIT
           END-IF

           IF NOT E-KIT THEN
               MOVE VND-ID-PRODUTO TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   MOVE 0 TO WS-VALOR-CUSTO
               NOT INVALID KEY
                   COMPUTE WS-VALOR-CUSTO =
                       CUSTO-PRODUTO * VND-QUANTIDADE
               END-READ
           END-IF

           IF VND-NOTA-CREDITO THEN
               SUBTRACT VND-QUANTIDADE
                   FROM WS-MG-VENDA(VND-ID-PRODUTO)
               SUBTRACT WS-VALOR-CUSTO
                   FROM WS-MG-CUSTO(VND-ID-PRODUTO)
               SUBTRACT WS-VALOR-DESCONTO
                   FROM WS-MG-DESCONTO(VND-ID-PRODUTO)
           ELSE
               ADD VND-QUANTIDADE TO WS-MG-QT(VND-ID-PRODUTO)
               ADD WS-VALOR-VENDA TO WS-MG-VENDA(VND-ID-PRODUTO)
               ADD WS-VALOR-CUSTO TO WS-MG-CUSTO(VND-ID-PRODUTO)
               ADD WS-VALOR-DESCONTO
                   TO WS-MG-DESCONTO(VND-ID-PRODUTO)
           END-IF

           PERFORM ACUMULAR-MARGEM-DOCUMENTO.

       CUSTEAR-KIT.
           SET FIM-KIT TO FALSE
           MOVE VND-ID-PRODUTO TO KT-ID-KIT
           MOVE 0 TO KT-ID-COMPONENTE
           START KITS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   SET FIM-KIT TO TRUE
           END-START
           PERFORM CUSTEAR-KIT-LINHA UNTIL FIM-KIT.

       CUSTEAR-KIT-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET FIM-KIT TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL VND-ID-PRODUTO THEN
                   SET FIM-KIT TO TRUE
               ELSE
                   SET E-KIT TO TRUE
                   MOVE KT-ID-COMPONENTE TO ID-PRODUTO
                   READ PRODUTO
                   KEY IS ID-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-VALOR-CUSTO = WS-VALOR-CUSTO +
                           CUSTO-PRODUTO * KT-QUANTIDADE
                           * VND-QUANTIDADE
                   END-READ
               END-IF
           END-READ.

       ACUMULAR-MARGEM-DOCUMENTO.
           MOVE VND-NUMERO TO WS-NUM-BUSCA
           PERFORM PROCURAR-DOCUMENTO
           MOVE WS-TOT-VENDA TO WS-ED-VENDA
           MOVE WS-TOT-CUSTO TO WS-ED-CUSTO
           MOVE WS-MARGEM TO WS-ED-MARGEM
           MOVE WS-TOT-DESCONTO TO WS-ED-DESCONTO
           DISPLAY "------------------------------------------------"
           DISPLAY "TOTAL VENDA " WS-ED-VENDA
               " CUSTO " WS-ED-CUSTO
               " MARGEM " WS-ED-MARGEM
           DISPLAY "DESCONTOS CONCEDIDOS " WS-ED-DESCONTO.

       MARGEM-PRODUTO-LINHA.
           IF WS-MG-QT(WS-I) NOT EQUAL 0
                   " VENDA " WS-ED-VENDA
                   " CUSTO " WS-ED-CUSTO
                   " MARGEM " WS-ED-MARGEM
               IF WS-MG-DESCONTO(WS-I) NOT EQUAL 0 THEN
                   MOVE WS-MG-DESCONTO(WS-I) TO WS-ED-DESCONTO
                   DISPLAY "    DESCONTOS CONCEDIDOS " WS-ED-DESCONTO
               END-IF
               ADD WS-MG-VENDA(WS-I) TO WS-TOT-VENDA
               ADD WS-MG-CUSTO(WS-I) TO WS-TOT-CUSTO
               ADD WS-MG-DESCONTO(WS-I) TO WS-TOT-DESCONTO
           END-IF
           ADD 1 TO WS-I.

