           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.
           SELECT VENDAS ASSIGN TO "C:\COBOL\VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.
           SELECT VENDAS-BCK ASSIGN TO "C:\COBOL\VENDAS-BCK.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS13.
           SELECT VENDAS-ARQ ASSIGN TO "C:\COBOL\VENDAS-ARQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS14.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
       01 REG-MOV-TMP           PIC X(22).
       FD PRECOS-TMP.
       01 REG-PRECO-TMP         PIC X(25).
       FD VENDAS.
           COPY VENDA.
       FD VENDAS-BCK.
       01 REG-VND-BCK           PIC X(79).
       FD VENDAS-ARQ.
       01 REG-VND-ARQ           PIC X(79).

       WORKING-STORAGE SECTION.
       01 WS-DATA-CORTE         PIC 9(8).
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 WS-TAB-NET.
           03 WS-NET OCCURS 999 TIMES PIC S9(7).
       01 WS-TAB-NET-LOCAL.
           03 WS-NET-LOCAL OCCURS 999 TIMES.
               05 WS-NET-LOJA    PIC S9(7).
               05 WS-NET-ARMAZEM PIC S9(7).
               05 WS-NET-SEM-LOCAL PIC S9(7).
       01 WS-SALDO-ABERTURA     PIC S9(7).
       01 WS-SALDO-LOJA         PIC S9(7).
       01 WS-SALDO-ARMAZEM      PIC S9(7).
       01 WS-LOCAL-SALDO        PIC X(01).
       01 WS-QT-PARCELA         PIC 9(4).
       01 WS-CONFIRMA           PIC X(01).
       77 WS-FS                 PIC 99.
          88 FS10-OK           VALUE 0.
       77 WS-FS11               PIC 99.
          88 FS11-OK           VALUE 0.
       77 WS-FS12               PIC 99.
          88 FS12-OK           VALUE 0.
       77 WS-FS13               PIC 99.
          88 FS13-OK           VALUE 0.
       77 WS-FS14               PIC 99.
          88 FS14-OK           VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-ABORTAR            PIC X.
          88 MOV-EXISTE        VALUE 'S' FALSE 'N'.
       77 WS-HIST-EXISTE        PIC X.
          88 HIST-EXISTE       VALUE 'S' FALSE 'N'.
       77 WS-VND-EXISTE         PIC X.
          88 VND-EXISTE        VALUE 'S' FALSE 'N'.
       77 WS-SALDO-POR-LOCAL    PIC X.
          88 SALDO-POR-LOCAL   VALUE 'S' FALSE 'N'.
       77 WS-CNT-PRODUTOS       PIC 9(6).
       77 WS-CNT-MOVIMENTOS     PIC 9(6).
       77 WS-CNT-PRECOS         PIC 9(6).
       77 WS-CNT-HIST-ARQ       PIC 9(6).
       77 WS-CNT-HIST-MANTIDOS  PIC 9(6).
       77 WS-CNT-SALDOS         PIC 9(6).
       77 WS-CNT-VENDAS         PIC 9(6).
       77 WS-CNT-VND-ARQ        PIC 9(6).
       77 WS-CNT-VND-ANTERIOR   PIC 9(6).
       77 WS-SKIP-MOV           PIC 9(6).
       77 WS-SKIP-HIST          PIC 9(6).
       77 WS-SKIP-VND           PIC 9(6).

       LINKAGE SECTION.
       01 PARAMETRES.
           MOVE 0 TO WS-CNT-MOV-ARQ
           MOVE 0 TO WS-CNT-HIST-ARQ
           MOVE 0 TO WS-CNT-SALDOS
           MOVE 0 TO WS-CNT-VND-ARQ
           MOVE 0 TO WS-CNT-VND-ANTERIOR
           MOVE 0 TO WS-SKIP-MOV
           MOVE 0 TO WS-SKIP-HIST
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               GOBACK
           END-IF

           PERFORM ARQUIVAR-VENDAS
           IF FECHO-ABORTADO THEN
               DISPLAY "FECHO ABORTADO - RECUPERAR DAS COPIAS BCK"
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           PERFORM REGISTAR-FECHO

           DISPLAY "FECHO CONCLUIDO"
           DISPLAY "SALDOS INICIAIS GERADOS: " WS-CNT-SALDOS
           DISPLAY "PRECOS ARQUIVADOS: " WS-CNT-HIST-ARQ
           DISPLAY "PRECOS MANTIDOS: " WS-CNT-HIST-MANTIDOS
           DISPLAY "VENDAS ARQUIVADAS: " WS-CNT-VND-ARQ
           DISPLAY "VENDAS JA ARQUIVADAS EM FECHOS ANTERIORES: "
               WS-CNT-VND-ANTERIOR
           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

           END-IF
           IF NOT FECHO-ABORTADO THEN
               PERFORM COPIAR-PRECOS
           END-IF
           IF NOT FECHO-ABORTADO THEN
               PERFORM COPIAR-VENDAS
           END-IF.

       COPIAR-PRODUTOS.
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       COPIAR-VENDAS.
           SET EOF-OK TO FALSE
           SET FS12-OK TO TRUE
           SET FS13-OK TO TRUE
           SET VND-EXISTE TO FALSE
           MOVE 0 TO WS-CNT-VENDAS

           OPEN INPUT VENDAS
           IF WS-FS12 EQUAL 35 THEN
               DISPLAY "SEM VENDAS A ARQUIVAR"
           ELSE
               IF NOT FS12-OK THEN
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS12
                   SET FECHO-ABORTADO TO TRUE
               ELSE
                   SET VND-EXISTE TO TRUE
                   OPEN OUTPUT VENDAS-BCK
                   IF NOT FS13-OK THEN
                       DISPLAY "ERRO AO CRIAR VENDAS-BCK"
                       SET FECHO-ABORTADO TO TRUE
                       CLOSE VENDAS
                   ELSE
                       PERFORM COPIAR-VENDA-LINHA UNTIL EOF-OK
                       CLOSE VENDAS
                       CLOSE VENDAS-BCK
                       PERFORM VERIFICAR-VENDAS-BCK
                   END-IF
               END-IF
           END-IF.

       COPIAR-VENDA-LINHA.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-VENDA TO REG-VND-BCK
               WRITE REG-VND-BCK
               ADD 1 TO WS-CNT-VENDAS
           END-READ.

       VERIFICAR-VENDAS-BCK.
           SET EOF-OK TO FALSE
           SET FS13-OK TO TRUE
           MOVE 0 TO WS-CNT-VERIFICACAO

           OPEN INPUT VENDAS-BCK
           IF FS13-OK THEN
               PERFORM CONTAR-VENDA-BCK UNTIL EOF-OK
               CLOSE VENDAS-BCK
           END-IF
           IF WS-CNT-VERIFICACAO NOT EQUAL WS-CNT-VENDAS THEN
               DISPLAY "COPIA DE VENDAS NAO CONFERE: "
                   WS-CNT-VENDAS " / " WS-CNT-VERIFICACAO
               SET FECHO-ABORTADO TO TRUE
           ELSE
               DISPLAY "COPIA DE VENDAS VERIFICADA: "
                   WS-CNT-VENDAS " REGISTOS"
           END-IF.

       CONTAR-VENDA-BCK.
           READ VENDAS-BCK NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-CNT-VERIFICACAO
           END-READ.

       ARQUIVAR-MOVIMENTOS.
           MOVE 0 TO WS-CNT-MOV-MANTIDOS
           INITIALIZE WS-TAB-NET
           INITIALIZE WS-TAB-NET-LOCAL
           IF MOV-EXISTE THEN
               SET EOF-OK TO FALSE
               SET FS2-OK TO TRUE
               WHEN OTHER
                   ADD MOV-QUANTIDADE TO WS-NET(MOV-ID-PRODUTO)
               END-EVALUATE
               PERFORM ACUMULAR-NET-LOCAL
           END-IF.

       ACUMULAR-NET-LOCAL.
           IF MOV-SAIDA OR MOV-AJUSTE-SAIDA THEN
               EVALUATE TRUE
               WHEN LOCAL-LOJA
                   SUBTRACT MOV-QUANTIDADE
                       FROM WS-NET-LOJA(MOV-ID-PRODUTO)
               WHEN LOCAL-ARMAZEM
                   SUBTRACT MOV-QUANTIDADE
                       FROM WS-NET-ARMAZEM(MOV-ID-PRODUTO)
               WHEN OTHER
                   SUBTRACT MOV-QUANTIDADE
                       FROM WS-NET-SEM-LOCAL(MOV-ID-PRODUTO)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
               WHEN LOCAL-LOJA
                   ADD MOV-QUANTIDADE
                       TO WS-NET-LOJA(MOV-ID-PRODUTO)
               WHEN LOCAL-ARMAZEM
                   ADD MOV-QUANTIDADE
                       TO WS-NET-ARMAZEM(MOV-ID-PRODUTO)
               WHEN OTHER
                   ADD MOV-QUANTIDADE
                       TO WS-NET-SEM-LOCAL(MOV-ID-PRODUTO)
               END-EVALUATE
           END-IF.

       RECONSTRUIR-MOVIMENTOS.
                           ID-PRODUTO " - SALDO INICIAL NAO GERADO"
                   ELSE
                       IF WS-SALDO-ABERTURA > 0 THEN
                           PERFORM VERIFICAR-SALDO-POR-LOCAL
                           PERFORM GRAVAR-SALDO-INICIAL
                       END-IF
                   END-IF
               END-IF
           END-READ.

       VERIFICAR-SALDO-POR-LOCAL.
           COMPUTE WS-SALDO-LOJA =
               QT-LOJA - WS-NET-LOJA(ID-PRODUTO)
           COMPUTE WS-SALDO-ARMAZEM =
               QT-ARMAZEM - WS-NET-ARMAZEM(ID-PRODUTO)
           SET SALDO-POR-LOCAL TO FALSE
           IF WS-NET-SEM-LOCAL(ID-PRODUTO) EQUAL 0
               AND WS-SALDO-LOJA NOT < 0
               AND WS-SALDO-ARMAZEM NOT < 0
               AND WS-SALDO-LOJA + WS-SALDO-ARMAZEM
                   EQUAL WS-SALDO-ABERTURA THEN
               SET SALDO-POR-LOCAL TO TRUE
           END-IF.

       GRAVAR-SALDO-INICIAL.
           MOVE ID-PRODUTO TO MOV-ID-PRODUTO
           MOVE WS-DATA-CORTE TO MOV-DATA
           MOVE 0 TO MOV-SEQ
           IF SALDO-POR-LOCAL THEN
               MOVE "L" TO WS-LOCAL-SALDO
               MOVE WS-SALDO-LOJA TO WS-SALDO-ABERTURA
               PERFORM GRAVAR-PARCELA-SALDO
                   UNTIL WS-SALDO-ABERTURA EQUAL 0
               MOVE "A" TO WS-LOCAL-SALDO
               MOVE WS-SALDO-ARMAZEM TO WS-SALDO-ABERTURA
               PERFORM GRAVAR-PARCELA-SALDO
                   UNTIL WS-SALDO-ABERTURA EQUAL 0
           ELSE
               MOVE SPACE TO WS-LOCAL-SALDO
               PERFORM GRAVAR-PARCELA-SALDO
                   UNTIL WS-SALDO-ABERTURA EQUAL 0
           END-IF
           ADD 1 TO WS-CNT-SALDOS.

       GRAVAR-PARCELA-SALDO.
           SET MOV-SALDO-INICIAL TO TRUE
           MOVE WS-QT-PARCELA TO MOV-QUANTIDADE
           MOVE SPACES TO MOV-MOTIVO
           MOVE WS-LOCAL-SALDO TO MOV-LOCAL
           WRITE REG-MOVIMENTO
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR SALDO INICIAL DO PRODUTO "
               WRITE REG-HIST-PRECO
           END-READ.

       ARQUIVAR-VENDAS.
           IF VND-EXISTE THEN
               PERFORM CONTAR-VENDAS-ARQUIVADAS
               MOVE WS-SKIP-VND TO WS-CNT-VND-ANTERIOR
               SET EOF-OK TO FALSE
               SET FS12-OK TO TRUE
               SET FS14-OK TO TRUE

               OPEN INPUT VENDAS
               OPEN EXTEND VENDAS-ARQ
               IF WS-FS14 EQUAL 35 THEN
                   OPEN OUTPUT VENDAS-ARQ
               END-IF

               IF FS12-OK AND FS14-OK THEN
                   PERFORM SEPARAR-VENDA UNTIL EOF-OK
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIROS DE ARQUIVO"
                   SET FECHO-ABORTADO TO TRUE
               END-IF
               CLOSE VENDAS
               CLOSE VENDAS-ARQ
           END-IF.

       CONTAR-VENDAS-ARQUIVADAS.
           SET EOF-OK TO FALSE
           SET FS14-OK TO TRUE
           MOVE 0 TO WS-SKIP-VND

           OPEN INPUT VENDAS-ARQ
           IF FS14-OK THEN
               PERFORM CONTAR-VENDA-ARQ UNTIL EOF-OK
               CLOSE VENDAS-ARQ
           END-IF.

       CONTAR-VENDA-ARQ.
           READ VENDAS-ARQ NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-SKIP-VND
           END-READ.

       SEPARAR-VENDA.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF VND-DATA NOT GREATER THAN WS-DATA-CORTE THEN
                   IF WS-SKIP-VND > 0 THEN
                       SUBTRACT 1 FROM WS-SKIP-VND
                   ELSE
                       MOVE REG-VENDA TO REG-VND-ARQ
                       WRITE REG-VND-ARQ
                       ADD 1 TO WS-CNT-VND-ARQ
                   END-IF
               END-IF
           END-READ.

       REGISTAR-FECHO.
           SET FS4-OK TO TRUE

