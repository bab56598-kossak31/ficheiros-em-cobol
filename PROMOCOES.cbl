       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOCOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT PROMOCOES ASSIGN TO "C:\COBOL\PROMOCOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRM-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOCOES.
           COPY PROMOCAO.
       FD PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE SECTION.
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-ID-BUSCA           PIC 9(3).
       01 WS-DATA-BUSCA         PIC 9(8).
       01 WS-DATA-INICIO        PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-PRC-PROMOCAO       PIC 99(4)V99.
       01 WS-DESCONTO           PIC 99V99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-VALIDA             PIC X.
          88 PROMOCAO-VALIDA   VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-LISTADAS     PIC 9(4).

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       PROMOCOES-MAIN.
            DISPLAY "MENU DE PROMOCOES:"
            DISPLAY "1 - INSERIR PROMOCAO"
            DISPLAY "2 - LISTAR PROMOCOES"
            DISPLAY "3 - ANULAR PROMOCAO"
            DISPLAY "4 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM INSERIR-PROMOCAO
            GO TO PROMOCOES-MAIN

            WHEN 2
            PERFORM LISTAR-PROMOCOES
            GO TO PROMOCOES-MAIN

            WHEN 3
            PERFORM ANULAR-PROMOCAO
            GO TO PROMOCOES-MAIN

            WHEN 4
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO PROMOCOES-MAIN

       end-evaluate.

       INSERIR-PROMOCAO.
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           SET PROMOCAO-VALIDA TO TRUE

           DISPLAY "ID DO PRODUTO:"
           ACCEPT WS-ID-BUSCA

           OPEN INPUT PRODUTO
           IF FS2-OK THEN
               MOVE WS-ID-BUSCA TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO EXISTE"
                   SET PROMOCAO-VALIDA TO FALSE
               NOT INVALID KEY
                   DISPLAY NOME-PRODUTO " PRECO DE TABELA "
                       PRC-PRODUTO
               END-READ
               CLOSE PRODUTO
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               SET PROMOCAO-VALIDA TO FALSE
           END-IF

           IF PROMOCAO-VALIDA THEN
               DISPLAY "DATA DE INICIO (AAAAMMDD):"
               ACCEPT WS-DATA-INICIO
               DISPLAY "DATA DE FIM (AAAAMMDD):"
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM LESS THAN WS-DATA-INICIO THEN
                   DISPLAY "DATA DE FIM ANTERIOR A DATA DE INICIO"
                   SET PROMOCAO-VALIDA TO FALSE
               END-IF
           END-IF

           IF PROMOCAO-VALIDA THEN
               DISPLAY "PRECO PROMOCIONAL SEM IVA (0 = USAR % DE "
                   "DESCONTO):"
               ACCEPT WS-PRC-PROMOCAO
               MOVE 0 TO WS-DESCONTO
               IF WS-PRC-PROMOCAO EQUAL 0 THEN
                   DISPLAY "PERCENTAGEM DE DESCONTO:"
                   ACCEPT WS-DESCONTO
                   IF WS-DESCONTO EQUAL 0 THEN
                       DISPLAY "PROMOCAO SEM PRECO NEM DESCONTO"
                       SET PROMOCAO-VALIDA TO FALSE
                   END-IF
               ELSE
                   IF WS-PRC-PROMOCAO NOT LESS THAN PRC-PRODUTO THEN
                       DISPLAY "PRECO PROMOCIONAL NAO E INFERIOR AO "
                           "PRECO DE TABELA"
                       SET PROMOCAO-VALIDA TO FALSE
                   END-IF
               END-IF
           END-IF

           IF PROMOCAO-VALIDA THEN
               OPEN I-O PROMOCOES
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT PROMOCOES
               END-IF

               IF FS-OK THEN
                   MOVE WS-ID-BUSCA TO PRM-ID-PRODUTO
                   MOVE WS-DATA-INICIO TO PRM-DATA-INICIO
                   MOVE WS-DATA-FIM TO PRM-DATA-FIM
                   MOVE WS-PRC-PROMOCAO TO PRM-PRC-PROMOCAO
                   MOVE WS-DESCONTO TO PRM-DESCONTO
                   SET PROMOCAO-ATIVA TO TRUE
                   WRITE REG-PROMOCAO
                   INVALID KEY
                       REWRITE REG-PROMOCAO
                       DISPLAY "PROMOCAO REATIVADA/ATUALIZADA"
                   NOT INVALID KEY
                       DISPLAY "PROMOCAO GRAVADA COM SUCESSO"
                   END-WRITE
                   CLOSE PROMOCOES
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PROMOCOES"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
           END-IF.

       LISTAR-PROMOCOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADAS

           DISPLAY "ID DO PRODUTO (0 = TODOS):"
           ACCEPT WS-ID-BUSCA

           OPEN INPUT PROMOCOES

           IF FS-OK THEN
               MOVE WS-ID-BUSCA TO PRM-ID-PRODUTO
               MOVE 0 TO PRM-DATA-INICIO
               START PROMOCOES KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       DISPLAY "NENHUMA PROMOCAO REGISTADA"
                       SET EOF-OK TO TRUE
               END-START
               PERFORM LISTAR-PROMOCAO-LINHA UNTIL EOF-OK
               CLOSE PROMOCOES
               DISPLAY "PROMOCOES LISTADAS: " WS-TOTAL-LISTADAS
           ELSE
               DISPLAY "NENHUMA PROMOCAO REGISTADA"
           END-IF.

       LISTAR-PROMOCAO-LINHA.
           READ PROMOCOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-ID-BUSCA NOT EQUAL 0
                   AND PRM-ID-PRODUTO NOT EQUAL WS-ID-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-LISTADAS
                   DISPLAY PRM-ID-PRODUTO " DE " PRM-DATA-INICIO
                       " A " PRM-DATA-FIM
                       " PRECO " PRM-PRC-PROMOCAO
                       " DESC " PRM-DESCONTO "%"
                       " ESTADO " PRM-ESTADO
               END-IF
           END-READ.

       ANULAR-PROMOCAO.
           SET FS-OK TO TRUE

           DISPLAY "ID DO PRODUTO:"
           ACCEPT WS-ID-BUSCA
           DISPLAY "DATA DE INICIO (AAAAMMDD):"
           ACCEPT WS-DATA-BUSCA

           OPEN I-O PROMOCOES

           IF FS-OK THEN
               MOVE WS-ID-BUSCA TO PRM-ID-PRODUTO
               MOVE WS-DATA-BUSCA TO PRM-DATA-INICIO
               READ PROMOCOES
               KEY IS PRM-CHAVE
               INVALID KEY
                   DISPLAY "PROMOCAO NAO EXISTE"
               NOT INVALID KEY
                   SET PROMOCAO-ANULADA TO TRUE
                   REWRITE REG-PROMOCAO
                   DISPLAY "PROMOCAO ANULADA"
               END-READ
               CLOSE PROMOCOES
           ELSE
               DISPLAY "NENHUMA PROMOCAO REGISTADA"
           END-IF.
