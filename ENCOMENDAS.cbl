           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS4.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS5.
           SELECT PLANO ASSIGN TO "C:\COBOL\PLANEAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PL-ID-PRODUTO
           FILE STATUS IS WS-FS6.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD ENCOMENDA.
           COPY PENDENTE.
       FD CLIENTE.
           COPY CLIENTE.
       FD LOTES.
           COPY LOTE.
       FD PLANO.
           COPY PLANO.
       FD KITS.
           COPY KIT.

       WORKING-STORAGE SECTION.
           COPY MOVPARAM.
       01 WS-NUMERO-BUSCA       PIC 9(5).
       01 WS-LINHA-BUSCA        PIC 9(3).
       01 WS-CUSTO-RECECAO      PIC 9(5)V99.
       01 WS-LOTE-RECECAO       PIC X(10).
       01 WS-VALIDADE-RECECAO   PIC 9(8).
       01 FILLER REDEFINES WS-VALIDADE-RECECAO.
           03 WS-VR-ANO         PIC 9(4).
           03 WS-VR-MES         PIC 99.
           03 WS-VR-DIA         PIC 99.
       01 WS-QT-TOTAL           PIC 9(5).
       01 WS-QT-DISPONIVEL      PIC S9(5).
       01 WS-ED-DISPONIVEL      PIC +(5)9.
       01 WS-CONFIRMA           PIC X(01).
       01 WS-REG-ENC-RECEBIDA   PIC X(50).
       01 WS-QT-REMANESCENTE    PIC 9(4).
       01 WS-ULTIMA-LINHA       PIC 9(3).
       01 WS-TAB-FORNECEDORES.
           03 WS-TAB-FORN OCCURS 50 TIMES.
               05 WS-TF-COD     PIC 9(3).
          88 FS3-OK            VALUE 0.
       77 WS-FS4                PIC 99.
          88 FS4-OK            VALUE 0.
       77 WS-FS5                PIC 99.
          88 FS5-OK            VALUE 0.
       77 WS-FS6                PIC 99.
          88 FS6-OK            VALUE 0.
       77 WS-FS7                PIC 99.
          88 FS7-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-MUDADO             PIC X.
          88 PRODUTO-MUDADO    VALUE 'S' FALSE 'N'.
       77 WS-LIMITE-REENCOMENDA PIC 9(4) VALUE 10.
       77 WS-PONTO-PRODUTO      PIC 9(4).
       77 WS-NIVEL-PRODUTO      PIC 9(5).
       77 WS-PLANO-ABERTO       PIC X.
          88 PLANO-DISPONIVEL  VALUE 'S' FALSE 'N'.
       77 WS-E-KIT              PIC X.
          88 E-KIT             VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-FORN         PIC 99.
       77 WS-POS-FORN           PIC 99.
       77 WS-I                  PIC 99.

           IF FS-OK THEN
               PERFORM CARREGAR-ENCOMENDAS-ABERTAS
               PERFORM ABRIR-PLANO
               SET FS7-OK TO TRUE
               OPEN INPUT KITS
               OPEN INPUT PRODUTO
               IF FS2-OK THEN
                   SET EOF-OK TO FALSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               IF PLANO-DISPONIVEL THEN
                   CLOSE PLANO
               END-IF
               IF FS7-OK THEN
                   CLOSE KITS
               END-IF
               CLOSE ENCOMENDA
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE ENCOMENDAS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF.

       ABRIR-PLANO.
           SET FS6-OK TO TRUE
           SET PLANO-DISPONIVEL TO TRUE
           OPEN INPUT PLANO
           IF NOT FS6-OK THEN
               SET PLANO-DISPONIVEL TO FALSE
               DISPLAY "SEM PLANEAMENTO - LIMITE FIXO DE "
                   WS-LIMITE-REENCOMENDA " PARA TODOS OS PRODUTOS"
           END-IF.

       OBTER-NIVEIS-PRODUTO.
           MOVE WS-LIMITE-REENCOMENDA TO WS-PONTO-PRODUTO
           COMPUTE WS-NIVEL-PRODUTO = WS-LIMITE-REENCOMENDA * 2
           IF PLANO-DISPONIVEL THEN
               MOVE ID-PRODUTO TO PL-ID-PRODUTO
               READ PLANO
               KEY IS PL-ID-PRODUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PL-PONTO-ENCOMENDA TO WS-PONTO-PRODUTO
                   MOVE PL-NIVEL-MAXIMO TO WS-NIVEL-PRODUTO
               END-READ
           END-IF.

       CARREGAR-ENCOMENDAS-ABERTAS.
           SET EOF-OK TO FALSE
           MOVE SPACES TO WS-TAB-ABERTOS
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM OBTER-NIVEIS-PRODUTO
               PERFORM VERIFICAR-KIT
               IF QT-PRODUTO < WS-PONTO-PRODUTO
                   AND PRODUTO-ATIVO
                   AND NOT E-KIT
                   AND ID-PRODUTO > 0
                   AND FORN-PRODUTO EQUAL 0 THEN
                   DISPLAY "PRODUTO " ID-PRODUTO
                       " SEM FORNECEDOR - NAO ENCOMENDADO"
               END-IF
               IF QT-PRODUTO < WS-PONTO-PRODUTO
                   AND PRODUTO-ATIVO
                   AND NOT E-KIT
                   AND ID-PRODUTO > 0
                   AND FORN-PRODUTO > 0
                   AND WS-PROD-ABERTO(ID-PRODUTO) NOT EQUAL "A" THEN
               END-IF
           END-READ.

       VERIFICAR-KIT.
           SET E-KIT TO FALSE
           IF FS7-OK THEN
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

       PROCURAR-FORNECEDOR-TAB.
           MOVE 0 TO WS-POS-FORN
           MOVE 1 TO WS-I
           MOVE FORN-PRODUTO TO ENC-FORNECEDOR
           MOVE ID-PRODUTO TO ENC-ID-PRODUTO
           COMPUTE ENC-QT-ENCOMENDADA =
               WS-NIVEL-PRODUTO - QT-PRODUTO
           MOVE WS-DATA-MOVIMENTO TO ENC-DATA
           SET ENC-ABERTA TO TRUE
           MOVE 0 TO ENC-QT-RECEBIDA
           MOVE 0 TO ENC-CUSTO-RECECAO
           MOVE 0 TO ENC-DATA-RECECAO
           MOVE 0 TO ENC-QT-FATURADA
           WRITE REG-ENCOMENDA
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR LINHA DE ENCOMENDA"
           DISPLAY "PRODUTO NAO EXISTE"
            NOT INVALID KEY
            MOVE REG-CONTATOS TO WS-REG-ANTES
            DISPLAY "QUANTIDADE ENCOMENDADA: " ENC-QT-ENCOMENDADA
            DISPLAY "QUANTIDADE RECEBIDA (0 PARA CANCELAR):"
            ACCEPT WS-QT-MOVIMENTO
            IF WS-QT-MOVIMENTO > ENC-QT-ENCOMENDADA THEN
                DISPLAY "QUANTIDADE SUPERIOR A ENCOMENDADA"
                    " - CONFIRMA (S/N)?"
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA NOT EQUAL "S" THEN
                    MOVE 0 TO WS-QT-MOVIMENTO
                END-IF
            END-IF
            DISPLAY "CUSTO UNITARIO DA RECECAO:"
            ACCEPT WS-CUSTO-RECECAO
            DISPLAY "NUMERO DO LOTE (EM BRANCO SE SEM LOTE):"
            ACCEPT WS-LOTE-RECECAO
            MOVE 0 TO WS-VALIDADE-RECECAO
            IF WS-LOTE-RECECAO NOT EQUAL SPACES THEN
                PERFORM PEDIR-VALIDADE
                    UNTIL WS-VALIDADE-RECECAO NOT EQUAL 0
            END-IF
            PERFORM VERIFICAR-PRODUTO
            IF WS-QT-MOVIMENTO EQUAL 0 THEN
                DISPLAY "RECECAO CANCELADA"
            ELSE
                IF PRODUTO-MUDADO THEN
                    DISPLAY "PRODUTO ALTERADO POR OUTRO OPERADOR"
                    DISPLAY "LINHA NAO RECEBIDA - REPITA A OPERACAO"
                ELSE
                    MOVE 0 TO WS-QT-REMANESCENTE
                    IF WS-QT-MOVIMENTO < ENC-QT-ENCOMENDADA THEN
                        PERFORM PEDIR-REMANESCENTE
                    END-IF
                    MOVE "E" TO WS-TIPO-MOVIMENTO
                    PERFORM ATUALIZAR-CUSTO-MEDIO
                    ADD WS-QT-MOVIMENTO TO QT-PRODUTO
                    ADD WS-QT-MOVIMENTO TO QT-ARMAZEM
                    REWRITE REG-CONTATOS
                    PERFORM GRAVAR-MOVIMENTO
                    PERFORM GRAVAR-AUDITORIA
                    IF WS-LOTE-RECECAO NOT EQUAL SPACES THEN
                        PERFORM GRAVAR-LOTE-RECECAO
                    END-IF
                    SET ENC-RECEBIDA TO TRUE
                    MOVE WS-QT-MOVIMENTO TO ENC-QT-RECEBIDA
                    MOVE WS-CUSTO-RECECAO TO ENC-CUSTO-RECECAO
                    MOVE WS-DATA-MOVIMENTO TO ENC-DATA-RECECAO
                    REWRITE REG-ENCOMENDA
                    IF WS-QT-REMANESCENTE > 0 THEN
                        PERFORM ABRIR-LINHA-REMANESCENTE
                    END-IF
                    IF WS-QT-MOVIMENTO NOT EQUAL ENC-QT-ENCOMENDADA THEN
                        DISPLAY "AVISO: QUANTIDADE RECEBIDA DIFERENTE"
                            " DA ENCOMENDADA"
                    END-IF
                    DISPLAY "LINHA RECEBIDA - STOCK ATUALIZADO"
                    PERFORM AVISAR-PENDENTES
                END-IF
            END-IF
            END-READ
            ELSE
                END-IF
                CLOSE PRODUTO.

       PEDIR-REMANESCENTE.
           COMPUTE WS-QT-REMANESCENTE =
               ENC-QT-ENCOMENDADA - WS-QT-MOVIMENTO
           DISPLAY "ENTREGA PARCIAL - FALTAM " WS-QT-REMANESCENTE
           DISPLAY "MANTER O REMANESCENTE EM ABERTO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL "N" THEN
               MOVE 0 TO WS-QT-REMANESCENTE
           ELSE
               MOVE WS-QT-MOVIMENTO TO ENC-QT-ENCOMENDADA
           END-IF.

       ABRIR-LINHA-REMANESCENTE.
           MOVE REG-ENCOMENDA TO WS-REG-ENC-RECEBIDA
           MOVE ENC-LINHA TO WS-ULTIMA-LINHA
           SET EOF-OK TO FALSE
           START ENCOMENDA KEY IS GREATER THAN ENC-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM PROCURAR-ULTIMA-LINHA UNTIL EOF-OK
           MOVE WS-REG-ENC-RECEBIDA TO REG-ENCOMENDA

           IF WS-ULTIMA-LINHA EQUAL 999 THEN
               DISPLAY "ENCOMENDA SEM LINHAS LIVRES - REMANESCENTE DE "
                   WS-QT-REMANESCENTE " NAO FICA EM ABERTO"
           ELSE
               ADD 1 TO WS-ULTIMA-LINHA
               MOVE WS-ULTIMA-LINHA TO ENC-LINHA
               MOVE WS-QT-REMANESCENTE TO ENC-QT-ENCOMENDADA
               SET ENC-ABERTA TO TRUE
               MOVE 0 TO ENC-QT-RECEBIDA
               MOVE 0 TO ENC-CUSTO-RECECAO
               MOVE 0 TO ENC-DATA-RECECAO
               MOVE 0 TO ENC-QT-FATURADA
               WRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LINHA DO REMANESCENTE"
               NOT INVALID KEY
                   DISPLAY "REMANESCENTE DE " WS-QT-REMANESCENTE
                       " EM ABERTO NA LINHA " ENC-LINHA
               END-WRITE
               MOVE WS-REG-ENC-RECEBIDA TO REG-ENCOMENDA
           END-IF.

       PROCURAR-ULTIMA-LINHA.
           READ ENCOMENDA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ENC-NUMERO NOT EQUAL WS-NUMERO-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   MOVE ENC-LINHA TO WS-ULTIMA-LINHA
               END-IF
           END-READ.

       PEDIR-VALIDADE.
           DISPLAY "DATA DE VALIDADE DO LOTE (AAAAMMDD):"
           ACCEPT WS-VALIDADE-RECECAO
           IF WS-VALIDADE-RECECAO NOT NUMERIC
               OR WS-VR-ANO EQUAL 0
               OR WS-VR-MES < 1 OR WS-VR-MES > 12
               OR WS-VR-DIA < 1 OR WS-VR-DIA > 31 THEN
               DISPLAY "DATA INVALIDA - INDIQUE ANO, MES (01-12)"
                   " E DIA (01-31)"
               MOVE 0 TO WS-VALIDADE-RECECAO
           END-IF.

       GRAVAR-LOTE-RECECAO.
           SET FS5-OK TO TRUE

           OPEN I-O LOTES
           IF WS-FS5 EQUAL 35 THEN
               OPEN OUTPUT LOTES
           END-IF

           IF FS5-OK THEN
               MOVE ID-PRODUTO TO LT-ID-PRODUTO
               MOVE "A" TO LT-LOCAL
               MOVE WS-VALIDADE-RECECAO TO LT-DATA-VALIDADE
               MOVE WS-LOTE-RECECAO TO LT-NUMERO
               MOVE WS-QT-MOVIMENTO TO LT-QUANTIDADE
               MOVE WS-DATA-MOVIMENTO TO LT-DATA-ENTRADA
               MOVE ENC-NUMERO TO LT-NUM-ENCOMENDA
               WRITE REG-LOTE
               INVALID KEY
                   PERFORM SOMAR-LOTE-EXISTENTE
               END-WRITE
               CLOSE LOTES
               DISPLAY "LOTE " WS-LOTE-RECECAO " VALIDADE "
                   WS-VALIDADE-RECECAO " REGISTADO NO ARMAZEM"
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOTES"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS5
           END-IF.

       SOMAR-LOTE-EXISTENTE.
           READ LOTES
           KEY IS LT-CHAVE
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR O LOTE"
           NOT INVALID KEY
               ADD WS-QT-MOVIMENTO TO LT-QUANTIDADE
               REWRITE REG-LOTE
           END-READ.

       ATUALIZAR-CUSTO-MEDIO.
           COMPUTE WS-QT-TOTAL = QT-PRODUTO + WS-QT-MOVIMENTO
           IF WS-QT-TOTAL > 0 THEN
