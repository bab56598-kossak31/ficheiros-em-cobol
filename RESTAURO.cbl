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
           CONTINUE.

       RESTAURO-MAIN.
            DISPLAY "12 - SERIES"
            DISPLAY "13 - FECHOS"
            DISPLAY "14 - PENDENTES"
            DISPLAY "15 - LOTES"
            DISPLAY "16 - PROMOCOES"
            DISPLAY "17 - FATURAS DE FORNECEDORES"
            DISPLAY "18 - PAGAMENTOS A FORNECEDORES"
            DISPLAY "19 - SESSOES DE CAIXA"
            DISPLAY "20 - KITS"
            DISPLAY "21 - PLANEAMENTO"
            DISPLAY "22 - LOTES VENDIDOS EM KITS"
            DISPLAY "23 - TODOS OS FICHEIROS"
            DISPLAY "24 - TERMINAR"

            ACCEPT WS-MENU-OPCAO

            GO TO RESTAURO-MAIN

            WHEN 15
            PERFORM RESTAURAR-LOTES
            GO TO RESTAURO-MAIN

            WHEN 16
            PERFORM RESTAURAR-PROMOCOES
            GO TO RESTAURO-MAIN

            WHEN 17
            PERFORM RESTAURAR-FATFORN
            GO TO RESTAURO-MAIN

            WHEN 18
            PERFORM RESTAURAR-PAGFORN
            GO TO RESTAURO-MAIN

            WHEN 19
            PERFORM RESTAURAR-SESSOES
            GO TO RESTAURO-MAIN

            WHEN 20
            PERFORM RESTAURAR-KITS
            GO TO RESTAURO-MAIN

            WHEN 21
            PERFORM RESTAURAR-PLANEAMENTO
            GO TO RESTAURO-MAIN

            WHEN 22
            PERFORM RESTAURAR-LOTES-VENDA
            GO TO RESTAURO-MAIN

            WHEN 23
            PERFORM RESTAURAR-PRODUTOS
            PERFORM RESTAURAR-MOVIMENTOS
            PERFORM RESTAURAR-PRECOS
            PERFORM RESTAURAR-SERIES
            PERFORM RESTAURAR-FECHOS
            PERFORM RESTAURAR-PENDENTES
            PERFORM RESTAURAR-LOTES
            PERFORM RESTAURAR-PROMOCOES
            PERFORM RESTAURAR-FATFORN
            PERFORM RESTAURAR-PAGFORN
            PERFORM RESTAURAR-SESSOES
            PERFORM RESTAURAR-KITS
            PERFORM RESTAURAR-PLANEAMENTO
            PERFORM RESTAURAR-LOTES-VENDA
            GO TO RESTAURO-MAIN

            WHEN 24
            STOP RUN

            WHEN OTHER
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-LOTES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR LOTES PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE LOTES CANCELADO"
           ELSE
               OPEN INPUT LOTES-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE LOTES INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT LOTES
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR LOTES"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE LOTES-BCK
                   ELSE
                       PERFORM RESTAURAR-LOTES-LINHA
                           UNTIL EOF-OK
                       CLOSE LOTES
                       CLOSE LOTES-BCK
                       PERFORM CONFERIR-LOTES
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-LOTES-LINHA.
           READ LOTES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-LOTES TO REG-LOTE
               WRITE REG-LOTE
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-LOTES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT LOTES
           IF FS-OK THEN
               PERFORM CONTAR-LOTES-VIVO UNTIL EOF-OK
               CLOSE LOTES
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE LOTES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE LOTES VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-LOTES-VIVO.
           READ LOTES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-PROMOCOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR PROMOCOES PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE PROMOCOES CANCELADO"
           ELSE
               OPEN INPUT PROMOCOES-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE PROMOCOES INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT PROMOCOES
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR PROMOCOES"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE PROMOCOES-BCK
                   ELSE
                       PERFORM RESTAURAR-PROMOCOES-LINHA
                           UNTIL EOF-OK
                       CLOSE PROMOCOES
                       CLOSE PROMOCOES-BCK
                       PERFORM CONFERIR-PROMOCOES
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-PROMOCOES-LINHA.
           READ PROMOCOES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-PROMOCOES TO REG-PROMOCAO
               WRITE REG-PROMOCAO
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-PROMOCOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PROMOCOES
           IF FS-OK THEN
               PERFORM CONTAR-PROMOCOES-VIVO UNTIL EOF-OK
               CLOSE PROMOCOES
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE PROMOCOES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE PROMOCOES VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PROMOCOES-VIVO.
           READ PROMOCOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-FATFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR FATURAS-FORN PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE FATURAS-FORN CANCELADO"
           ELSE
               OPEN INPUT FATURAS-FORN-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE FATURAS-FORN INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT FATURAS-FORN
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR FATURAS-FORN"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE FATURAS-FORN-BCK
                   ELSE
                       PERFORM RESTAURAR-FATFORN-LINHA
                           UNTIL EOF-OK
                       CLOSE FATURAS-FORN
                       CLOSE FATURAS-FORN-BCK
                       PERFORM CONFERIR-FATFORN
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-FATFORN-LINHA.
           READ FATURAS-FORN-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-FATFORN TO REG-FATURA-FORN
               WRITE REG-FATURA-FORN
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-FATFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT FATURAS-FORN
           IF FS-OK THEN
               PERFORM CONTAR-FATFORN-VIVO UNTIL EOF-OK
               CLOSE FATURAS-FORN
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE FATURAS-FORN NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE FATURAS-FORN VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-FATFORN-VIVO.
           READ FATURAS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-PAGFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR PAGAMENTOS-FORN PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE PAGAMENTOS-FORN CANCELADO"
           ELSE
               OPEN INPUT PAGAMENTOS-FORN-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE PAGAMENTOS-FORN INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT PAGAMENTOS-FORN
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR PAGAMENTOS-FORN"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE PAGAMENTOS-FORN-BCK
                   ELSE
                       PERFORM RESTAURAR-PAGFORN-LINHA
                           UNTIL EOF-OK
                       CLOSE PAGAMENTOS-FORN
                       CLOSE PAGAMENTOS-FORN-BCK
                       PERFORM CONFERIR-PAGFORN
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-PAGFORN-LINHA.
           READ PAGAMENTOS-FORN-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-PAGFORN TO REG-PAGAMENTO-FORN
               WRITE REG-PAGAMENTO-FORN
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       CONFERIR-PAGFORN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PAGAMENTOS-FORN
           IF FS-OK THEN
               PERFORM CONTAR-PAGFORN-VIVO UNTIL EOF-OK
               CLOSE PAGAMENTOS-FORN
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE PAGAMENTOS-FORN NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE PAGAMENTOS-FORN VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PAGFORN-VIVO.
           READ PAGAMENTOS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-SESSOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR SESSOES PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE SESSOES CANCELADO"
           ELSE
               OPEN INPUT SESSOES-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE SESSOES INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT SESSOES
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR SESSOES"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE SESSOES-BCK
                   ELSE
                       PERFORM RESTAURAR-SESSOES-LINHA
                           UNTIL EOF-OK
                       CLOSE SESSOES
                       CLOSE SESSOES-BCK
                       PERFORM CONFERIR-SESSOES
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-SESSOES-LINHA.
           READ SESSOES-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-SESSOES TO REG-SESSAO
               WRITE REG-SESSAO
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-SESSOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT SESSOES
           IF FS-OK THEN
               PERFORM CONTAR-SESSOES-VIVO UNTIL EOF-OK
               CLOSE SESSOES
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE SESSOES NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE SESSOES VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-SESSOES-VIVO.
           READ SESSOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-KITS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR KITS PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE KITS CANCELADO"
           ELSE
               OPEN INPUT KITS-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE KITS INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT KITS
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR KITS"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE KITS-BCK
                   ELSE
                       PERFORM RESTAURAR-KITS-LINHA
                           UNTIL EOF-OK
                       CLOSE KITS
                       CLOSE KITS-BCK
                       PERFORM CONFERIR-KITS
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-KITS-LINHA.
           READ KITS-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-KITS TO REG-KIT
               WRITE REG-KIT
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-KITS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT KITS
           IF FS-OK THEN
               PERFORM CONTAR-KITS-VIVO UNTIL EOF-OK
               CLOSE KITS
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE KITS NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE KITS VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-KITS-VIVO.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-PLANEAMENTO.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR PLANEAMENTO PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE PLANEAMENTO CANCELADO"
           ELSE
               OPEN INPUT PLANEAMENTO-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE PLANEAMENTO INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT PLANEAMENTO
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR PLANEAMENTO"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE PLANEAMENTO-BCK
                   ELSE
                       PERFORM RESTAURAR-PLANEAMENTO-LINHA
                           UNTIL EOF-OK
                       CLOSE PLANEAMENTO
                       CLOSE PLANEAMENTO-BCK
                       PERFORM CONFERIR-PLANEAMENTO
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-PLANEAMENTO-LINHA.
           READ PLANEAMENTO-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-PLANEAMENTO TO REG-PLANO
               WRITE REG-PLANO
               INVALID KEY
                   ADD 1 TO WS-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
               END-WRITE
           END-READ.

       CONFERIR-PLANEAMENTO.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT PLANEAMENTO
           IF FS-OK THEN
               PERFORM CONTAR-PLANEAMENTO-VIVO UNTIL EOF-OK
               CLOSE PLANEAMENTO
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE PLANEAMENTO NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE PLANEAMENTO VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-PLANEAMENTO-VIVO.
           READ PLANEAMENTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       RESTAURAR-LOTES-VENDA.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ERROS

           DISPLAY "SUBSTITUIR LOTES-VENDA PELA COPIA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "RESTAURO DE LOTES-VENDA CANCELADO"
           ELSE
               OPEN INPUT LOTES-VENDA-BCK
               IF NOT FS2-OK THEN
                   DISPLAY "COPIA DE LOTES-VENDA INDISPONIVEL"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               ELSE
                   OPEN OUTPUT LOTES-VENDA
                   IF NOT FS-OK THEN
                       DISPLAY "ERRO AO RECRIAR LOTES-VENDA"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS
                       CLOSE LOTES-VENDA-BCK
                   ELSE
                       PERFORM RESTAURAR-LOTES-VENDA-LINHA
                           UNTIL EOF-OK
                       CLOSE LOTES-VENDA
                       CLOSE LOTES-VENDA-BCK
                       PERFORM CONFERIR-LOTES-VENDA
                   END-IF
               END-IF
           END-IF.

       RESTAURAR-LOTES-VENDA-LINHA.
           READ LOTES-VENDA-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-BCK-LOTES-VENDA TO REG-LOTE-VENDA
               WRITE REG-LOTE-VENDA
               ADD 1 TO WS-CNT-LIDOS
           END-READ.

       CONFERIR-LOTES-VENDA.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT LOTES-VENDA
           IF FS-OK THEN
               PERFORM CONTAR-LOTES-VENDA-VIVO UNTIL EOF-OK
               CLOSE LOTES-VENDA
           END-IF
           IF WS-CNT-ERROS > 0 THEN
               DISPLAY "REGISTOS REJEITADOS: " WS-CNT-ERROS
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-LIDOS THEN
               DISPLAY "RESTAURO DE LOTES-VENDA NAO CONFERE: "
                   WS-CNT-LIDOS " / " WS-CNT-VERIFICACAO
           ELSE
               DISPLAY "RESTAURO DE LOTES-VENDA VERIFICADO: "
                   WS-CNT-LIDOS " REGISTOS"
           END-IF.

       CONTAR-LOTES-VENDA-VIVO.
           READ LOTES-VENDA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.
