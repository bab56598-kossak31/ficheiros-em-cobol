           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS2.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAGENS.
           COPY CONTAGEM.
       FD PRODUTO.
           COPY PRODUTO.
       FD LOTES.
           COPY LOTE.

       WORKING-STORAGE SECTION.
           COPY MOVPARAM.
       01 WS-ID-CONTAGEM        PIC 9(3).
       01 WS-LOCAL-CONTAGEM     PIC X(01).
           88 LOCAL-CONTAGEM-VALIDO VALUE "L" "A".
       01 WS-LOTE-CONTAGEM      PIC X(10).
       01 WS-QT-LOCAL           PIC 9(4).
       01 WS-QT-NOVA            PIC S9(5).
       01 WS-QT-CONTADA         PIC 9(4).
       01 WS-DATA-CONTAGEM      PIC 9(8).
       01 WS-MOTIVO             PIC X(02).
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-MUDADO             PIC X.
          88 PRODUTO-MUDADO    VALUE 'S' FALSE 'N'.
       77 WS-FIM-LOTES          PIC X.
          88 FIM-LOTES         VALUE 'S' FALSE 'N'.
       77 WS-LOTE-ENCONTRADO    PIC X.
          88 LOTE-ENCONTRADO   VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-CONTAGENS    PIC 9(4).
       77 WS-TOTAL-AJUSTES      PIC 9(4).

           PERFORM ACEITAR-LOCAL-CONTAGEM
               UNTIL LOCAL-CONTAGEM-VALIDO

           DISPLAY "LOTE (EM BRANCO PARA CONTAR O LOCAL COMPLETO):"
           ACCEPT WS-LOTE-CONTAGEM

           SET FS3-OK TO TRUE
           OPEN INPUT LOTES
           OPEN INPUT PRODUTO

           IF FS2-OK THEN
            IF PRODUTO-INATIVO THEN
                DISPLAY "PRODUTO NAO EXISTE"
            ELSE
                PERFORM OBTER-QT-CONTAGEM
                IF WS-LOTE-CONTAGEM NOT EQUAL SPACES
                    AND NOT LOTE-ENCONTRADO THEN
                    DISPLAY "LOTE NAO EXISTE NO LOCAL"
                ELSE
                    DISPLAY NOME-PRODUTO " STOCK REGISTADO: "
                        WS-QT-LOCAL
                    DISPLAY "QUANTIDADE CONTADA:"
                    ACCEPT WS-QT-CONTADA
                    PERFORM GRAVAR-CONTAGEM
                END-IF
            END-IF
           END-READ
           CLOSE PRODUTO
           ELSE
             DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
             DISPLAY "ERRO DO FILE STATUS:" WS-FS2
           END-IF
           IF FS3-OK THEN
               CLOSE LOTES
           END-IF.

       ACEITAR-LOCAL-CONTAGEM.
               MOVE QT-ARMAZEM TO WS-QT-LOCAL
           END-IF.

       OBTER-QT-CONTAGEM.
           SET LOTE-ENCONTRADO TO FALSE
           IF WS-LOTE-CONTAGEM EQUAL SPACES THEN
               PERFORM OBTER-QT-LOCAL
           ELSE
               MOVE 0 TO WS-QT-LOCAL
               IF FS3-OK THEN
                   PERFORM PROCURAR-LOTE
               END-IF
               IF LOTE-ENCONTRADO THEN
                   MOVE LT-QUANTIDADE TO WS-QT-LOCAL
               END-IF
           END-IF.

       PROCURAR-LOTE.
           SET FIM-LOTES TO FALSE
           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE WS-LOCAL-CONTAGEM TO LT-LOCAL
           MOVE 0 TO LT-DATA-VALIDADE
           MOVE SPACES TO LT-NUMERO
           START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   SET FIM-LOTES TO TRUE
           END-START
           PERFORM PROCURAR-LOTE-LINHA
               UNTIL FIM-LOTES OR LOTE-ENCONTRADO.

       PROCURAR-LOTE-LINHA.
           READ LOTES NEXT RECORD
           AT END
               SET FIM-LOTES TO TRUE
           NOT AT END
               IF LT-ID-PRODUTO NOT EQUAL ID-PRODUTO
                   OR LT-LOCAL NOT EQUAL WS-LOCAL-CONTAGEM THEN
                   SET FIM-LOTES TO TRUE
               ELSE
                   IF LT-NUMERO EQUAL WS-LOTE-CONTAGEM THEN
                       SET LOTE-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-READ.

       GRAVAR-CONTAGEM.
           OPEN I-O CONTAGENS
           IF WS-FS EQUAL 35 THEN
           IF FS-OK THEN
               MOVE WS-ID-CONTAGEM TO CT-ID-PRODUTO
               MOVE WS-LOCAL-CONTAGEM TO CT-LOCAL
               MOVE WS-LOTE-CONTAGEM TO CT-LOTE
               MOVE WS-QT-CONTADA TO CT-QT-CONTADA
               MOVE WS-DATA-CONTAGEM TO CT-DATA
               SET CT-PENDENTE TO TRUE
           OPEN INPUT CONTAGENS

           IF FS-OK THEN
               SET FS3-OK TO TRUE
               OPEN INPUT LOTES
               OPEN INPUT PRODUTO
               IF FS2-OK THEN
                   MOVE 0 TO CT-ID-PRODUTO
                   MOVE SPACES TO CT-LOCAL
                   MOVE SPACES TO CT-LOTE
                   START CONTAGENS
                       KEY IS NOT LESS THAN CT-CHAVE
                       INVALID KEY
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               IF FS3-OK THEN
                   CLOSE LOTES
               END-IF
               CLOSE CONTAGENS
           ELSE
               DISPLAY "NENHUMA CONTAGEM REGISTADA"
           DISPLAY CT-ID-PRODUTO " - PRODUTO NAO EXISTE"
            NOT INVALID KEY
            MOVE CT-LOCAL TO WS-LOCAL-CONTAGEM
            MOVE CT-LOTE TO WS-LOTE-CONTAGEM
            PERFORM OBTER-QT-CONTAGEM
            COMPUTE WS-DIFERENCA = CT-QT-CONTADA - WS-QT-LOCAL
            COMPUTE WS-VALOR-DIFERENCA = WS-DIFERENCA * PRC-PRODUTO
            MOVE WS-DIFERENCA TO WS-ED-DIFERENCA
            MOVE WS-VALOR-DIFERENCA TO WS-ED-VALOR
            DISPLAY ID-PRODUTO " " NOME-PRODUTO
                " LOCAL: " CT-LOCAL
                " LOTE: " CT-LOTE
                " CONTADO: " CT-QT-CONTADA
                " REGISTADO: " WS-QT-LOCAL
                " DIFERENCA: " WS-ED-DIFERENCA
           OPEN I-O CONTAGENS

           IF FS-OK THEN
               SET FS3-OK TO TRUE
               OPEN I-O LOTES
               OPEN I-O PRODUTO
               IF FS2-OK THEN
                   MOVE 0 TO CT-ID-PRODUTO
                   MOVE SPACES TO CT-LOCAL
                   MOVE SPACES TO CT-LOTE
                   START CONTAGENS
                       KEY IS NOT LESS THAN CT-CHAVE
                       INVALID KEY
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               IF FS3-OK THEN
                   CLOSE LOTES
               END-IF
               CLOSE CONTAGENS
           ELSE
               DISPLAY "NENHUMA CONTAGEM REGISTADA"
            NOT INVALID KEY
            MOVE REG-CONTATOS TO WS-REG-ANTES
            MOVE CT-LOCAL TO WS-LOCAL-CONTAGEM
            MOVE CT-LOTE TO WS-LOTE-CONTAGEM
            PERFORM OBTER-QT-CONTAGEM
            COMPUTE WS-DIFERENCA = CT-QT-CONTADA - WS-QT-LOCAL
            SET PRODUTO-MUDADO TO FALSE
            IF WS-DIFERENCA NOT EQUAL 0 THEN
                PERFORM VERIFICAR-PRODUTO
            END-IF
            IF CT-LOTE NOT EQUAL SPACES
                AND NOT LOTE-ENCONTRADO THEN
                DISPLAY CT-ID-PRODUTO " - LOTE " CT-LOTE
                    " NAO EXISTE NO LOCAL " CT-LOCAL
                DISPLAY "AJUSTE NAO LANCADO"
            ELSE
                IF PRODUTO-MUDADO THEN
                    DISPLAY CT-ID-PRODUTO
                        " - PRODUTO ALTERADO POR OUTRO OPERADOR"
                    DISPLAY "AJUSTE NAO LANCADO - REPITA A OPERACAO"
                ELSE
                    IF WS-DIFERENCA NOT EQUAL 0 THEN
                        PERFORM GRAVAR-AJUSTE
                    END-IF
                    SET CT-LANCADA TO TRUE
                    REWRITE REG-CONTAGEM
                END-IF
            END-IF
           END-READ.

           END-READ.

       GRAVAR-AJUSTE.
           IF CT-LOTE EQUAL SPACES THEN
               MOVE CT-QT-CONTADA TO WS-QT-NOVA
           ELSE
               MOVE CT-QT-CONTADA TO LT-QUANTIDADE
               REWRITE REG-LOTE
               PERFORM OBTER-QT-LOCAL
               COMPUTE WS-QT-NOVA = WS-QT-LOCAL + WS-DIFERENCA
               IF WS-QT-NOVA < 0 THEN
                   MOVE 0 TO WS-QT-NOVA
               END-IF
               COMPUTE WS-DIFERENCA = WS-QT-NOVA - WS-QT-LOCAL
           END-IF
           IF CT-LOCAL EQUAL "L" THEN
               MOVE WS-QT-NOVA TO QT-LOJA
           ELSE
               MOVE WS-QT-NOVA TO QT-ARMAZEM
           END-IF
           COMPUTE QT-PRODUTO = QT-LOJA + QT-ARMAZEM
           REWRITE REG-CONTATOS
           PERFORM GRAVAR-AUDITORIA

           IF WS-DIFERENCA EQUAL 0 THEN
               DISPLAY "LOTE ACERTADO - PRODUTO " ID-PRODUTO
                   " SEM STOCK NO LOCAL A AJUSTAR"
           ELSE
               MOVE ID-PRODUTO TO MP-ID-PRODUTO
               MOVE WS-DATA-CONTAGEM TO MP-DATA
               IF WS-DIFERENCA > 0 THEN
                   MOVE "A" TO MP-TIPO
                   MOVE WS-DIFERENCA TO MP-QUANTIDADE
               ELSE
                   MOVE "Q" TO MP-TIPO
                   COMPUTE MP-QUANTIDADE = WS-DIFERENCA * -1
               END-IF
               MOVE WS-MOTIVO TO MP-MOTIVO
               MOVE CT-LOCAL TO MP-LOCAL
               CALL "GRAVAMOV"
               USING MOV-PARAMETRES

               IF MP-RETURN-CODE EQUAL 0 THEN
                   ADD 1 TO WS-TOTAL-AJUSTES
                   DISPLAY "AJUSTE LANCADO - PRODUTO " ID-PRODUTO
                       " TIPO " MP-TIPO " QTD " MP-QUANTIDADE
               END-IF
           END-IF.

       GRAVAR-AUDITORIA.
