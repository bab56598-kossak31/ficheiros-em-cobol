           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS.
           SELECT LOTES-BCK ASSIGN TO WS-BCK-LOTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT PROMOCOES ASSIGN TO "C:\COBOL\PROMOCOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRM-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PROMOCOES-BCK ASSIGN TO WS-BCK-PROMOCOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT FATURAS-FORN ASSIGN TO "C:\COBOL\FATURAS-FORN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FF-CHAVE
           FILE STATUS IS WS-FS.
           SELECT FATURAS-FORN-BCK ASSIGN TO WS-BCK-FATFORN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT PAGAMENTOS-FORN
           ASSIGN TO "C:\COBOL\PAGAMENTOS-FORN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT PAGAMENTOS-FORN-BCK ASSIGN TO WS-BCK-PAGFORN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT SESSOES ASSIGN TO "C:\COBOL\SESSOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-CHAVE
           FILE STATUS IS WS-FS.
           SELECT SESSOES-BCK ASSIGN TO WS-BCK-SESSOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS.
           SELECT KITS-BCK ASSIGN TO WS-BCK-KITS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT PLANEAMENTO ASSIGN TO "C:\COBOL\PLANEAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-ID-PRODUTO
           FILE STATUS IS WS-FS.
           SELECT PLANEAMENTO-BCK ASSIGN TO WS-BCK-PLANEAMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT LOTES-VENDA
           ASSIGN TO "C:\COBOL\LOTES-VENDA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT LOTES-VENDA-BCK ASSIGN TO WS-BCK-LOTES-VENDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
       FD CLIENTE.
           COPY CLIENTE.
       FD CLIENTE-BCK.
       01 REG-BCK-CLIENTES    PIC X(129).
       FD FORNECEDOR.
           COPY FORNECEDOR.
       FD FORNECEDOR-BCK.
       FD ENCOMENDA.
           COPY ENCOMENDA.
       FD ENCOMENDA-BCK.
       01 REG-BCK-ENCOMENDAS  PIC X(50).
       FD VENDAS.
           COPY VENDA.
       FD VENDAS-BCK.
       01 REG-BCK-VENDAS      PIC X(79).
       FD CONTAGENS.
           COPY CONTAGEM.
       FD CONTAGENS-BCK.
       01 REG-BCK-CONTAGENS   PIC X(27).
       FD TAXAIVA.
           COPY TAXAIVA.
       FD TAXAIVA-BCK.
           COPY PENDENTE.
       FD PENDENTES-BCK.
       01 REG-BCK-PENDENTES   PIC X(22).
       FD LOTES.
           COPY LOTE.
       FD LOTES-BCK.
       01 REG-BCK-LOTES       PIC X(39).
       FD PROMOCOES.
           COPY PROMOCAO.
       FD PROMOCOES-BCK.
       01 REG-BCK-PROMOCOES   PIC X(31).
       FD FATURAS-FORN.
           COPY FATFORN.
       FD FATURAS-FORN-BCK.
       01 REG-BCK-FATFORN     PIC X(65).
       FD PAGAMENTOS-FORN.
           COPY PAGFORN.
       FD PAGAMENTOS-FORN-BCK.
       01 REG-BCK-PAGFORN     PIC X(37).
       FD SESSOES.
           COPY SESSAO.
       FD SESSOES-BCK.
       01 REG-BCK-SESSOES     PIC X(119).
       FD KITS.
           COPY KIT.
       FD KITS-BCK.
       01 REG-BCK-KITS        PIC X(9).
       FD PLANEAMENTO.
           COPY PLANO.
       FD PLANEAMENTO-BCK.
       01 REG-BCK-PLANEAMENTO PIC X(62).
       FD LOTES-VENDA.
           COPY LOTEVND.
       FD LOTES-VENDA-BCK.
       01 REG-BCK-LOTES-VENDA PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-DATA-GERACAO       PIC 9(8).
       01 WS-BCK-SERIES         PIC X(44).
       01 WS-BCK-FECHOS         PIC X(44).
       01 WS-BCK-PENDENTES      PIC X(44).
       01 WS-BCK-LOTES          PIC X(44).
       01 WS-BCK-PROMOCOES      PIC X(44).
       01 WS-BCK-FATFORN        PIC X(44).
       01 WS-BCK-PAGFORN        PIC X(44).
       01 WS-BCK-SESSOES        PIC X(44).
       01 WS-BCK-KITS           PIC X(44).
       01 WS-BCK-PLANEAMENTO    PIC X(44).
       01 WS-BCK-LOTES-VENDA    PIC X(44).
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-PENDENTES
           MOVE SPACES TO WS-BCK-LOTES
           STRING "C:\COBOL\LOTES-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-LOTES
           MOVE SPACES TO WS-BCK-PROMOCOES
           STRING "C:\COBOL\PROMOCOES-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-PROMOCOES
           MOVE SPACES TO WS-BCK-FATFORN
           STRING "C:\COBOL\FATURAS-FORN-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-FATFORN
           MOVE SPACES TO WS-BCK-PAGFORN
           STRING "C:\COBOL\PAGAMENTOS-FORN-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-PAGFORN
           MOVE SPACES TO WS-BCK-SESSOES
           STRING "C:\COBOL\SESSOES-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-SESSOES
           MOVE SPACES TO WS-BCK-KITS
           STRING "C:\COBOL\KITS-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-KITS
           MOVE SPACES TO WS-BCK-PLANEAMENTO
           STRING "C:\COBOL\PLANEAMENTO-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-PLANEAMENTO
           MOVE SPACES TO WS-BCK-LOTES-VENDA
           STRING "C:\COBOL\LOTES-VENDA-BCK-" DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BCK-LOTES-VENDA

           PERFORM COPIAR-PRODUTOS
           PERFORM COPIAR-MOVIMENTOS
           PERFORM COPIAR-SERIES
           PERFORM COPIAR-FECHOS
           PERFORM COPIAR-PENDENTES
           PERFORM COPIAR-LOTES
           PERFORM COPIAR-PROMOCOES
           PERFORM COPIAR-FATFORN
           PERFORM COPIAR-PAGFORN
           PERFORM COPIAR-SESSOES
           PERFORM COPIAR-KITS
           PERFORM COPIAR-PLANEAMENTO
           PERFORM COPIAR-LOTES-VENDA

           IF WS-CNT-FALHAS EQUAL 0 THEN
               DISPLAY "SALVAGUARDA CONCLUIDA SEM FALHAS"
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-LOTES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT LOTES
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM LOTES A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR LOTES"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT LOTES-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE LOTES"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE LOTES
                   ELSE
                       PERFORM COPIAR-LOTES-LINHA UNTIL EOF-OK
                       CLOSE LOTES
                       CLOSE LOTES-BCK
                       PERFORM VERIFICAR-LOTES-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-LOTES-LINHA.
           READ LOTES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-LOTE TO REG-BCK-LOTES
               WRITE REG-BCK-LOTES
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-LOTES-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT LOTES-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-LOTES-BCK UNTIL EOF-OK
               CLOSE LOTES-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE LOTES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE LOTES VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-LOTES-BCK.
           READ LOTES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-PROMOCOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT PROMOCOES
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM PROMOCOES A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR PROMOCOES"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT PROMOCOES-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE PROMOCOES"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE PROMOCOES
                   ELSE
                       PERFORM COPIAR-PROMOCOES-LINHA UNTIL EOF-OK
                       CLOSE PROMOCOES
                       CLOSE PROMOCOES-BCK
                       PERFORM VERIFICAR-PROMOCOES-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-PROMOCOES-LINHA.
           READ PROMOCOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-PROMOCAO TO REG-BCK-PROMOCOES
               WRITE REG-BCK-PROMOCOES
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-PROMOCOES-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PROMOCOES-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-PROMOCOES-BCK UNTIL EOF-OK
               CLOSE PROMOCOES-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE PROMOCOES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE PROMOCOES VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PROMOCOES-BCK.
           READ PROMOCOES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-FATFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT FATURAS-FORN
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM FATURAS-FORN A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR FATURAS-FORN"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT FATURAS-FORN-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE FATURAS-FORN"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE FATURAS-FORN
                   ELSE
                       PERFORM COPIAR-FATFORN-LINHA UNTIL EOF-OK
                       CLOSE FATURAS-FORN
                       CLOSE FATURAS-FORN-BCK
                       PERFORM VERIFICAR-FATFORN-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-FATFORN-LINHA.
           READ FATURAS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-FATURA-FORN TO REG-BCK-FATFORN
               WRITE REG-BCK-FATFORN
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-FATFORN-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT FATURAS-FORN-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-FATFORN-BCK UNTIL EOF-OK
               CLOSE FATURAS-FORN-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE FATURAS-FORN NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE FATURAS-FORN VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-FATFORN-BCK.
           READ FATURAS-FORN-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-PAGFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT PAGAMENTOS-FORN
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM PAGAMENTOS-FORN A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR PAGAMENTOS-FORN"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT PAGAMENTOS-FORN-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE PAGAMENTOS-FORN"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE PAGAMENTOS-FORN
                   ELSE
                       PERFORM COPIAR-PAGFORN-LINHA UNTIL EOF-OK
                       CLOSE PAGAMENTOS-FORN
                       CLOSE PAGAMENTOS-FORN-BCK
                       PERFORM VERIFICAR-PAGFORN-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-PAGFORN-LINHA.
           READ PAGAMENTOS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-PAGAMENTO-FORN TO REG-BCK-PAGFORN
               WRITE REG-BCK-PAGFORN
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-PAGFORN-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PAGAMENTOS-FORN-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-PAGFORN-BCK UNTIL EOF-OK
               CLOSE PAGAMENTOS-FORN-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE PAGAMENTOS-FORN NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE PAGAMENTOS-FORN VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PAGFORN-BCK.
           READ PAGAMENTOS-FORN-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-SESSOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT SESSOES
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM SESSOES A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR SESSOES"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT SESSOES-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE SESSOES"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE SESSOES
                   ELSE
                       PERFORM COPIAR-SESSOES-LINHA UNTIL EOF-OK
                       CLOSE SESSOES
                       CLOSE SESSOES-BCK
                       PERFORM VERIFICAR-SESSOES-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-SESSOES-LINHA.
           READ SESSOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-SESSAO TO REG-BCK-SESSOES
               WRITE REG-BCK-SESSOES
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-SESSOES-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT SESSOES-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-SESSOES-BCK UNTIL EOF-OK
               CLOSE SESSOES-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE SESSOES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE SESSOES VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-SESSOES-BCK.
           READ SESSOES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-KITS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT KITS
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM KITS A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR KITS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT KITS-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE KITS"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE KITS
                   ELSE
                       PERFORM COPIAR-KITS-LINHA UNTIL EOF-OK
                       CLOSE KITS
                       CLOSE KITS-BCK
                       PERFORM VERIFICAR-KITS-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-KITS-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-KIT TO REG-BCK-KITS
               WRITE REG-BCK-KITS
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-KITS-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT KITS-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-KITS-BCK UNTIL EOF-OK
               CLOSE KITS-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE KITS NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE KITS VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-KITS-BCK.
           READ KITS-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-PLANEAMENTO.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT PLANEAMENTO
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM PLANEAMENTO A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR PLANEAMENTO"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT PLANEAMENTO-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE PLANEAMENTO"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE PLANEAMENTO
                   ELSE
                       PERFORM COPIAR-PLANEAMENTO-LINHA UNTIL EOF-OK
                       CLOSE PLANEAMENTO
                       CLOSE PLANEAMENTO-BCK
                       PERFORM VERIFICAR-PLANEAMENTO-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-PLANEAMENTO-LINHA.
           READ PLANEAMENTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-PLANO TO REG-BCK-PLANEAMENTO
               WRITE REG-BCK-PLANEAMENTO
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-PLANEAMENTO-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PLANEAMENTO-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-PLANEAMENTO-BCK UNTIL EOF-OK
               CLOSE PLANEAMENTO-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE PLANEAMENTO NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE PLANEAMENTO VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PLANEAMENTO-BCK.
           READ PLANEAMENTO-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-LOTES-VENDA.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS

           OPEN INPUT LOTES-VENDA
           IF WS-FS EQUAL 35 THEN
               DISPLAY "SEM LOTES-VENDA A COPIAR"
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY "ERRO AO ABRIR LOTES-VENDA"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   ADD 1 TO WS-CNT-FALHAS
               ELSE
                   OPEN OUTPUT LOTES-VENDA-BCK
                   IF NOT FS2-OK THEN
                       DISPLAY "ERRO AO CRIAR COPIA DE LOTES-VENDA"
                       ADD 1 TO WS-CNT-FALHAS
                       CLOSE LOTES-VENDA
                   ELSE
                       PERFORM COPIAR-LOTES-VENDA-LINHA UNTIL EOF-OK
                       CLOSE LOTES-VENDA
                       CLOSE LOTES-VENDA-BCK
                       PERFORM VERIFICAR-LOTES-VENDA-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-LOTES-VENDA-LINHA.
           READ LOTES-VENDA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-LOTE-VENDA TO REG-BCK-LOTES-VENDA
               WRITE REG-BCK-LOTES-VENDA
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       VERIFICAR-LOTES-VENDA-BCK.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT LOTES-VENDA-BCK
           IF FS2-OK THEN
               PERFORM CONTAR-LOTES-VENDA-BCK UNTIL EOF-OK
               CLOSE LOTES-VENDA-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "COPIA DE LOTES-VENDA NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
               ADD 1 TO WS-CNT-FALHAS
           ELSE
               DISPLAY "COPIA DE LOTES-VENDA VERIFICADA: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-LOTES-VENDA-BCK.
           READ LOTES-VENDA-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.
