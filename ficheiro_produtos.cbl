           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
           COPY TAXAIVA.
       FD PRECOS-HIST.
           COPY PRECOHIST.
       FD LOTES.
           COPY LOTE.

       WORKING-STORAGE SECTION.
       01 PARAMETRES.
           88 LOCAL-VALIDO     VALUE "L" "A".
       01 WS-LOCAL-DESTINO      PIC X(01).
       01 WS-QT-LOCAL           PIC 9(4).
       01 WS-QT-EM-LOTES        PIC 9(5).
       01 WS-LOTE-TRANSF        PIC X(10).
       01 WS-LT-VALIDADE        PIC 9(8).
       01 WS-LT-ENTRADA         PIC 9(8).
       01 WS-LT-ENCOMENDA       PIC 9(5).
       01 WS-TOTAL-LOTES        PIC 9(4).
       01 WS-QT-MOVIMENTO       PIC 9(4).
       01 WS-DATA-MOVIMENTO     PIC 9(8).
       01 WS-NOME-BUSCA         PIC X(15).
       01 WS-PRC-ANTIGO         PIC 99(4)V99.
       77 WS-FS               PIC 99.
          88 FS-OK           VALUE 0.
       77 WS-FS2              PIC 99.
          88 FS2-OK          VALUE 0.
       77 WS-EOF              PIC X.
           88 EOF-OK          VALUE 'F' FALSE 'N'.
       77 WS-IVA-VALIDO       PIC X.
           88 IVA-VALIDO      VALUE 'S' FALSE 'N'.
       77 WS-MUDADO           PIC X.
           88 PRODUTO-MUDADO  VALUE 'S' FALSE 'N'.
       77 WS-FIM-LOTES        PIC X.
           88 FIM-LOTES       VALUE 'S' FALSE 'N'.
       77 WS-LOTE-ENCONTRADO  PIC X.
           88 LOTE-ENCONTRADO VALUE 'S' FALSE 'N'.
       77 WS-LOTE-CURTO       PIC X.
           88 LOTE-CURTO      VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       INICIAR-SESSAO.
            DISPLAY "28 - FECHO DO DIA"
            DISPLAY "29 - TRANSFERENCIA ENTRE LOCAIS"
            DISPLAY "30 - PENDENTES DE CLIENTES"
            DISPLAY "31 - CONTAS A PAGAR A FORNECEDORES"
            DISPLAY "32 - PROMOCOES E PRECOS PROMOCIONAIS"
            DISPLAY "33 - EXPORTACAO SAF-T (PT)"
            DISPLAY "34 - LOTES E VALIDADES"
            DISPLAY "35 - SESSOES DE CAIXA"
            DISPLAY "36 - AUDITORIA DO STOCK"
            DISPLAY "37 - KITS"
            DISPLAY "38 - PLANEAMENTO DE REENCOMENDAS"
            DISPLAY "39 - ANALISE DE VENDAS POR CLIENTE"

            ACCEPT WS-MENU-OPCAO

            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 31
            CALL "PAGAMENTOS"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 32
            CALL "PROMOCOES"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 33
            CALL "SAFT"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 34
            CALL "LOTES"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 35
            CALL "CAIXA"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 36
            CALL "AUDSTOCK"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 37
            CALL "KITS"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 38
            CALL "PLANEAR"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN 39
            CALL "ANALISE"
            USING PARAMETRES
            GO TO MAIN-PROCEDURE

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO MAIN-PROCEDURE
            DISPLAY "LOCAL DE ORIGEM:"
            MOVE SPACES TO WS-LOCAL-MOVIMENTO
            PERFORM ACEITAR-LOCAL UNTIL LOCAL-VALIDO

            IF WS-LOCAL-MOVIMENTO EQUAL "L" THEN
                MOVE WS-QT-LOJA TO WS-QT-LOCAL
                MOVE "L" TO WS-LOCAL-DESTINO
            END-IF

            MOVE SPACES TO WS-LOTE-TRANSF
            SET FS2-OK TO TRUE
            OPEN I-O LOTES
            IF FS2-OK THEN
                PERFORM ESCOLHER-LOTE-TRANSFERENCIA
            END-IF

            DISPLAY "QUANTIDADE A TRANSFERIR:"
            ACCEPT WS-QT-MOVIMENTO

            IF WS-QT-MOVIMENTO EQUAL 0 THEN
                DISPLAY "TRANSFERENCIA CANCELADA"
            ELSE
                IF WS-QT-MOVIMENTO > WS-QT-LOCAL THEN
                    DISPLAY "QUANTIDADE INSUFICIENTE NO LOCAL"
                ELSE
                    SET LOTE-CURTO TO FALSE
                    IF WS-LOTE-TRANSF NOT EQUAL SPACES THEN
                        PERFORM CONFERIR-LOTE-ORIGEM
                    END-IF
                    PERFORM VERIFICAR-PRODUTO
                    IF LOTE-CURTO THEN
                        DISPLAY "TRANSFERENCIA CANCELADA"
                    ELSE
                        IF PRODUTO-MUDADO THEN
                            PERFORM AVISAR-PRODUTO-MUDADO
                        ELSE
                            PERFORM GRAVAR-TRANSFERENCIA
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF FS2-OK THEN
                CLOSE LOTES
            END-IF
            CLOSE PRODUTO
            END-READ
            ELSE
           MOVE WS-QT-ARMAZEM TO QT-ARMAZEM
           REWRITE REG-CONTATOS

           IF WS-LOTE-TRANSF NOT EQUAL SPACES THEN
               PERFORM TRANSFERIR-LOTE
           END-IF

           MOVE "TR" TO WS-MOTIVO-MOVIMENTO
           MOVE "S" TO WS-TIPO-MOVIMENTO
           PERFORM GRAVAR-MOVIMENTO
           PERFORM GRAVAR-AUDITORIA
           DISPLAY "TRANSFERENCIA REGISTADA".

       ESCOLHER-LOTE-TRANSFERENCIA.
           MOVE 0 TO WS-QT-EM-LOTES
           MOVE 0 TO WS-TOTAL-LOTES
           MOVE SPACES TO WS-LOTE-TRANSF
           PERFORM INICIAR-LOTES-LOCAL
           PERFORM LISTAR-LOTE-LOCAL UNTIL FIM-LOTES

           IF WS-TOTAL-LOTES > 0 THEN
               DISPLAY "LOTE A TRANSFERIR (EM BRANCO PARA STOCK SEM "
                   "LOTE):"
               ACCEPT WS-LOTE-TRANSF
               IF WS-LOTE-TRANSF EQUAL SPACES THEN
                   IF WS-QT-EM-LOTES < WS-QT-LOCAL THEN
                       COMPUTE WS-QT-LOCAL =
                           WS-QT-LOCAL - WS-QT-EM-LOTES
                   ELSE
                       MOVE 0 TO WS-QT-LOCAL
                   END-IF
                   DISPLAY "STOCK SEM LOTE NO LOCAL: " WS-QT-LOCAL
               ELSE
                   SET LOTE-ENCONTRADO TO FALSE
                   PERFORM INICIAR-LOTES-LOCAL
                   PERFORM PROCURAR-LOTE-LOCAL
                       UNTIL FIM-LOTES OR LOTE-ENCONTRADO
                   IF LOTE-ENCONTRADO THEN
                       IF LT-QUANTIDADE < WS-QT-LOCAL THEN
                           MOVE LT-QUANTIDADE TO WS-QT-LOCAL
                       END-IF
                       MOVE LT-DATA-VALIDADE TO WS-LT-VALIDADE
                       MOVE LT-DATA-ENTRADA TO WS-LT-ENTRADA
                       MOVE LT-NUM-ENCOMENDA TO WS-LT-ENCOMENDA
                   ELSE
                       DISPLAY "LOTE NAO EXISTE NO LOCAL"
                       MOVE 0 TO WS-QT-LOCAL
                   END-IF
               END-IF
           END-IF.

       INICIAR-LOTES-LOCAL.
           SET FIM-LOTES TO FALSE
           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE WS-LOCAL-MOVIMENTO TO LT-LOCAL
           MOVE 0 TO LT-DATA-VALIDADE
           MOVE SPACES TO LT-NUMERO
           START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   SET FIM-LOTES TO TRUE
           END-START.

       LISTAR-LOTE-LOCAL.
           READ LOTES NEXT RECORD
           AT END
               SET FIM-LOTES TO TRUE
           NOT AT END
               IF LT-ID-PRODUTO NOT EQUAL ID-PRODUTO
                   OR LT-LOCAL NOT EQUAL WS-LOCAL-MOVIMENTO THEN
                   SET FIM-LOTES TO TRUE
               ELSE
                   IF LT-QUANTIDADE > 0 THEN
                       ADD 1 TO WS-TOTAL-LOTES
                       ADD LT-QUANTIDADE TO WS-QT-EM-LOTES
                       DISPLAY "LOTE " LT-NUMERO
                           " VALIDADE " LT-DATA-VALIDADE
                           " QTD " LT-QUANTIDADE
                   END-IF
               END-IF
           END-READ.

       PROCURAR-LOTE-LOCAL.
           READ LOTES NEXT RECORD
           AT END
               SET FIM-LOTES TO TRUE
           NOT AT END
               IF LT-ID-PRODUTO NOT EQUAL ID-PRODUTO
                   OR LT-LOCAL NOT EQUAL WS-LOCAL-MOVIMENTO THEN
                   SET FIM-LOTES TO TRUE
               ELSE
                   IF LT-NUMERO EQUAL WS-LOTE-TRANSF THEN
                       SET LOTE-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-READ.

       CONFERIR-LOTE-ORIGEM.
           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE WS-LOCAL-MOVIMENTO TO LT-LOCAL
           MOVE WS-LT-VALIDADE TO LT-DATA-VALIDADE
           MOVE WS-LOTE-TRANSF TO LT-NUMERO
           READ LOTES
           KEY IS LT-CHAVE
           INVALID KEY
               DISPLAY "LOTE NAO EXISTE NO LOCAL DE ORIGEM"
               SET LOTE-CURTO TO TRUE
           NOT INVALID KEY
               IF LT-QUANTIDADE < WS-QT-MOVIMENTO THEN
                   DISPLAY "LOTE " WS-LOTE-TRANSF " TEM APENAS "
                       LT-QUANTIDADE " UNIDADES NO LOCAL DE ORIGEM"
                   SET LOTE-CURTO TO TRUE
               END-IF
           END-READ.

       TRANSFERIR-LOTE.
           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE WS-LOCAL-MOVIMENTO TO LT-LOCAL
           MOVE WS-LT-VALIDADE TO LT-DATA-VALIDADE
           MOVE WS-LOTE-TRANSF TO LT-NUMERO
           READ LOTES
           KEY IS LT-CHAVE
           INVALID KEY
               DISPLAY "LOTE NAO EXISTE NO LOCAL DE ORIGEM"
           NOT INVALID KEY
               SUBTRACT WS-QT-MOVIMENTO FROM LT-QUANTIDADE
               REWRITE REG-LOTE
           END-READ

           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE WS-LOCAL-DESTINO TO LT-LOCAL
           MOVE WS-LT-VALIDADE TO LT-DATA-VALIDADE
           MOVE WS-LOTE-TRANSF TO LT-NUMERO
           MOVE WS-QT-MOVIMENTO TO LT-QUANTIDADE
           MOVE WS-LT-ENTRADA TO LT-DATA-ENTRADA
           MOVE WS-LT-ENCOMENDA TO LT-NUM-ENCOMENDA
           WRITE REG-LOTE
           INVALID KEY
               READ LOTES
               KEY IS LT-CHAVE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O LOTE NO DESTINO"
               NOT INVALID KEY
                   ADD WS-QT-MOVIMENTO TO LT-QUANTIDADE
                   REWRITE REG-LOTE
               END-READ
           END-WRITE.

       VERIFICAR-PRODUTO.
           SET PRODUTO-MUDADO TO FALSE
           READ PRODUTO INTO WS-REG-VERIFICA
