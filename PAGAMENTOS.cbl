       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAMENTOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT FATURAS-FORN ASSIGN TO "C:\COBOL\FATURAS-FORN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FF-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PAGAMENTOS-FORN
           ASSIGN TO "C:\COBOL\PAGAMENTOS-FORN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT ENCOMENDA ASSIGN TO "C:\COBOL\ENCOMENDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-CHAVE
           FILE STATUS IS WS-FS3.
           SELECT FORNECEDOR ASSIGN TO "C:\COBOL\FORNECEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS4.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS5.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\PAGAMENTOS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS-FORN.
           COPY FATFORN.
       FD PAGAMENTOS-FORN.
           COPY PAGFORN.
       FD ENCOMENDA.
           COPY ENCOMENDA.
       FD FORNECEDOR.
           COPY FORNECEDOR.
       FD PRODUTO.
           COPY PRODUTO.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-COD-FORN           PIC 9(3).
       01 WS-NOME-FORN          PIC X(20).
       01 WS-NUM-FATURA         PIC X(12).
       01 WS-DATA-FATURA        PIC 9(8).
       01 WS-NUMERO-ENC         PIC 9(5).
       01 WS-LINHA-FATURA       PIC 9(3).
       01 WS-QT-FATURADA        PIC 9(4).
       01 WS-PRC-FATURADO       PIC 9(5)V99.
       01 WS-QT-ACUMULADA       PIC 9(5).
       01 WS-BASE-LINHA         PIC 9(9)V99.
       01 WS-IVA-LINHA          PIC 9(9)V99.
       01 WS-TOTAL-FATURA       PIC 9(9)V99.
       01 WS-VALOR-PAGO         PIC 9(9)V99.
       01 WS-VALOR-PAGAMENTO    PIC 9(9)V99.
       01 WS-SALDO-FATURA       PIC S9(9)V99.
       01 WS-CONFIRMA           PIC X(01).
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DS-ANO         PIC 9(4).
           03 WS-DS-MES         PIC 99.
           03 WS-DS-DIA         PIC 99.
       01 WS-DATA-REFERENCIA    PIC 9(8).
       01 FILLER REDEFINES WS-DATA-REFERENCIA.
           03 WS-DR-ANO         PIC 9(4).
           03 WS-DR-MES         PIC 99.
           03 WS-DR-DIA         PIC 99.
       01 WS-DATA-CALC          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-CALC.
           03 WS-DC-ANO         PIC 9(4).
           03 WS-DC-MES         PIC 99.
           03 WS-DC-DIA         PIC 99.
       01 WS-TAB-DOCS.
           03 WS-DOC OCCURS 5000 TIMES.
               05 WS-DO-FORNECEDOR PIC 9(3).
               05 WS-DO-NUMERO  PIC X(12).
               05 WS-DO-DATA    PIC 9(8).
               05 WS-DO-SALDO   PIC S9(9)V99.
       01 WS-TAB-IDADES.
           03 WS-FRN OCCURS 999 TIMES.
               05 WS-FR-30      PIC S9(9)V99.
               05 WS-FR-60      PIC S9(9)V99.
               05 WS-FR-90      PIC S9(9)V99.
               05 WS-FR-MAIS    PIC S9(9)V99.
       01 WS-TOTAIS-IDADES.
           03 WS-TG-30          PIC S9(9)V99.
           03 WS-TG-60          PIC S9(9)V99.
           03 WS-TG-90          PIC S9(9)V99.
           03 WS-TG-MAIS        PIC S9(9)V99.
           03 WS-TG-TOTAL       PIC S9(9)V99.
       01 WS-SALDO-FORN         PIC S9(9)V99.
       01 WS-ED-VALOR           PIC +(9)9,99.
       01 WS-ED-PRECO           PIC ZZ.ZZ9,99.
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 FILLER            PIC X(25)
               VALUE "SALDOS A FORNECEDORES EM ".
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
       01 WS-CAB-TITULO         PIC X(90).
       01 WS-CAB-COLUNAS        PIC X(90).
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-LIN-IDADE.
           03 WS-LI-COD         PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-NOME        PIC X(20).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-30          PIC -ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-60          PIC -ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-90          PIC -ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-MAIS        PIC -ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LI-TOTAL       PIC -Z.ZZZ.ZZ9,99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-FS4                PIC 99.
          88 FS4-OK            VALUE 0.
       77 WS-FS5                PIC 99.
          88 FS5-OK            VALUE 0.
       77 WS-FS6                PIC 99.
          88 FS6-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-FORN-VALIDO        PIC X.
          88 FORN-VALIDO       VALUE 'S' FALSE 'N'.
       77 WS-DUPLICADA          PIC X.
          88 FATURA-DUPLICADA  VALUE 'S' FALSE 'N'.
       77 WS-ACHADO             PIC X.
          88 DOC-ACHADO        VALUE 'S' FALSE 'N'.
       77 WS-LINHA-DIVERGE      PIC X.
          88 LINHA-DIVERGENTE  VALUE 'S' FALSE 'N'.
       77 WS-TAB-CHEIA          PIC X.
          88 TAB-DOCS-CHEIA    VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-DIVERGENTES  PIC 9(3).
       77 WS-TOTAL-LINHAS-ENC   PIC 9(3).
       77 WS-TOTAL-LISTADAS     PIC 9(4).
       77 WS-TOTAL-DOCS         PIC 9(5).
       77 WS-POS                PIC 9(5).
       77 WS-I                  PIC 9(5).
       77 WS-J                  PIC 9(5).
       77 WS-DIAS-REF           PIC 9(7).
       77 WS-DIAS-DOC           PIC 9(7).
       77 WS-IDADE              PIC S9(7).
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       PAGAMENTOS-MAIN.
            DISPLAY "MENU DE CONTAS A PAGAR:"
            DISPLAY "1 - REGISTAR FATURA DE FORNECEDOR"
            DISPLAY "2 - REGISTAR PAGAMENTO A FORNECEDOR"
            DISPLAY "3 - LISTAR FATURAS COM DIVERGENCIAS"
            DISPLAY "4 - ANTIGUIDADE DE SALDOS A FORNECEDORES"
            DISPLAY "5 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM REGISTAR-FATURA
            GO TO PAGAMENTOS-MAIN

            WHEN 2
            PERFORM REGISTAR-PAGAMENTO
            GO TO PAGAMENTOS-MAIN

            WHEN 3
            PERFORM LISTAR-DIVERGENCIAS
            GO TO PAGAMENTOS-MAIN

            WHEN 4
            PERFORM ANTIGUIDADE-SALDOS
            GO TO PAGAMENTOS-MAIN

            WHEN 5
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO PAGAMENTOS-MAIN

       end-evaluate.

       REGISTAR-FATURA.
           DISPLAY "CODIGO DO FORNECEDOR:"
           ACCEPT WS-COD-FORN
           PERFORM VALIDAR-FORNECEDOR

           IF FORN-VALIDO THEN
               DISPLAY "NUMERO DA FATURA DO FORNECEDOR:"
               ACCEPT WS-NUM-FATURA
               IF WS-NUM-FATURA EQUAL SPACES THEN
                   DISPLAY "NUMERO DE FATURA INVALIDO"
               ELSE
                   PERFORM VERIFICAR-DUPLICADA
                   IF FATURA-DUPLICADA THEN
                       DISPLAY "FATURA " WS-NUM-FATURA
                           " JA REGISTADA PARA O FORNECEDOR "
                           WS-COD-FORN
                       DISPLAY "NADA GRAVADO"
                   ELSE
                       DISPLAY "DATA DA FATURA (AAAAMMDD):"
                       ACCEPT WS-DATA-FATURA
                       PERFORM FATURAR-ENCOMENDAS
                   END-IF
               END-IF
           END-IF.

       VALIDAR-FORNECEDOR.
           SET FORN-VALIDO TO FALSE
           SET FS4-OK TO TRUE
           MOVE SPACES TO WS-NOME-FORN

           OPEN INPUT FORNECEDOR
           IF FS4-OK THEN
               MOVE WS-COD-FORN TO COD-FORNECEDOR
               READ FORNECEDOR
               KEY IS COD-FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE NOME-FORNECEDOR TO WS-NOME-FORN
                   SET FORN-VALIDO TO TRUE
                   DISPLAY "FORNECEDOR: " NOME-FORNECEDOR
                   IF FORNECEDOR-INATIVO THEN
                       DISPLAY "AVISO: FORNECEDOR INATIVO"
                   END-IF
               END-READ
               CLOSE FORNECEDOR
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE FORNECEDORES"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS4
           END-IF.

       VERIFICAR-DUPLICADA.
           SET FATURA-DUPLICADA TO FALSE
           SET FS-OK TO TRUE

           OPEN INPUT FATURAS-FORN
           IF WS-FS EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS-OK THEN
                   MOVE WS-COD-FORN TO FF-COD-FORNECEDOR
                   MOVE WS-NUM-FATURA TO FF-NUMERO-FATURA
                   MOVE 0 TO FF-LINHA
                   START FATURAS-FORN KEY IS NOT LESS THAN FF-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ FATURAS-FORN NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FF-COD-FORNECEDOR EQUAL WS-COD-FORN
                                   AND FF-NUMERO-FATURA EQUAL
                                       WS-NUM-FATURA THEN
                                   SET FATURA-DUPLICADA TO TRUE
                               END-IF
                           END-READ
                   END-START
                   CLOSE FATURAS-FORN
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE FATURAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
                   SET FATURA-DUPLICADA TO TRUE
               END-IF
           END-IF.

       FATURAR-ENCOMENDAS.
           SET FS-OK TO TRUE
           SET FS3-OK TO TRUE
           SET FS5-OK TO TRUE
           MOVE 0 TO WS-LINHA-FATURA
           MOVE 0 TO WS-TOTAL-FATURA
           MOVE 0 TO WS-TOTAL-DIVERGENTES

           OPEN I-O FATURAS-FORN
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT FATURAS-FORN
               CLOSE FATURAS-FORN
               OPEN I-O FATURAS-FORN
           END-IF

           IF FS-OK THEN
               OPEN I-O ENCOMENDA
               IF FS3-OK THEN
                   OPEN INPUT PRODUTO
                   MOVE 1 TO WS-NUMERO-ENC
                   PERFORM FATURAR-ENCOMENDA
                       UNTIL WS-NUMERO-ENC EQUAL 0
                   IF FS5-OK THEN
                       CLOSE PRODUTO
                   END-IF
                   CLOSE ENCOMENDA
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE ENCOMENDAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS3
               END-IF
               CLOSE FATURAS-FORN
               PERFORM RESUMO-FATURA
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE FATURAS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF.

       FATURAR-ENCOMENDA.
           DISPLAY "NUMERO DA ENCOMENDA FATURADA (0 PARA TERMINAR):"
           ACCEPT WS-NUMERO-ENC

           IF WS-NUMERO-ENC NOT EQUAL 0 THEN
               SET EOF-OK TO FALSE
               MOVE 0 TO WS-TOTAL-LINHAS-ENC
               MOVE WS-NUMERO-ENC TO ENC-NUMERO
               MOVE 0 TO ENC-LINHA
               START ENCOMENDA KEY IS NOT LESS THAN ENC-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM FATURAR-ENCOMENDA-LINHA UNTIL EOF-OK
               IF WS-TOTAL-LINHAS-ENC EQUAL 0 THEN
                   DISPLAY "ENCOMENDA NAO EXISTE PARA ESTE FORNECEDOR"
               END-IF
           END-IF.

       FATURAR-ENCOMENDA-LINHA.
           READ ENCOMENDA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ENC-NUMERO NOT EQUAL WS-NUMERO-ENC THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF ENC-FORNECEDOR NOT EQUAL WS-COD-FORN THEN
                       DISPLAY "ENCOMENDA " ENC-NUMERO
                           " E DO FORNECEDOR " ENC-FORNECEDOR
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-TOTAL-LINHAS-ENC
                       PERFORM FATURAR-LINHA
                   END-IF
               END-IF
           END-READ.

       FATURAR-LINHA.
           MOVE SPACES TO NOME-PRODUTO
           MOVE 0 TO IVA-PRODUTO
           IF FS5-OK THEN
               MOVE ENC-ID-PRODUTO TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   MOVE SPACES TO NOME-PRODUTO
                   MOVE 0 TO IVA-PRODUTO
               END-READ
           END-IF

           MOVE ENC-CUSTO-RECECAO TO WS-ED-PRECO
           DISPLAY "LINHA " ENC-LINHA " PRODUTO " ENC-ID-PRODUTO
               " " NOME-PRODUTO
           DISPLAY "  ENCOMENDADA " ENC-QT-ENCOMENDADA
               " RECEBIDA " ENC-QT-RECEBIDA
               " JA FATURADA " ENC-QT-FATURADA
               " CUSTO RECECAO " WS-ED-PRECO
           DISPLAY "QUANTIDADE FATURADA (0 SE NAO CONSTA DA FATURA):"
           ACCEPT WS-QT-FATURADA

           IF WS-QT-FATURADA NOT EQUAL 0 THEN
               COMPUTE WS-QT-ACUMULADA =
                   ENC-QT-FATURADA + WS-QT-FATURADA
               IF WS-QT-ACUMULADA > 9999 THEN
                   DISPLAY "QUANTIDADE FATURADA ACUMULADA "
                       WS-QT-ACUMULADA " EXCEDE 9999"
                       " - LINHA NAO REGISTADA"
               ELSE
                   DISPLAY "PRECO UNITARIO FATURADO (SEM IVA):"
                   ACCEPT WS-PRC-FATURADO
                   PERFORM CONFERIR-LINHA
                   PERFORM GRAVAR-LINHA-FATURA
               END-IF
           END-IF.

       CONFERIR-LINHA.
           SET LINHA-DIVERGENTE TO FALSE
           COMPUTE WS-QT-ACUMULADA = ENC-QT-FATURADA + WS-QT-FATURADA

           IF ENC-ABERTA THEN
               DISPLAY "  DIVERGENCIA: LINHA AINDA NAO RECEBIDA"
               SET LINHA-DIVERGENTE TO TRUE
           ELSE
               IF ENC-QT-RECEBIDA NOT EQUAL ENC-QT-ENCOMENDADA THEN
                   DISPLAY "  DIVERGENCIA: RECEBIDO " ENC-QT-RECEBIDA
                       " DIFERENTE DO ENCOMENDADO "
                       ENC-QT-ENCOMENDADA
                   SET LINHA-DIVERGENTE TO TRUE
               END-IF
               IF ENC-QT-FATURADA > 0 THEN
                   DISPLAY "  DIVERGENCIA: LINHA JA FATURADA EM "
                       ENC-QT-FATURADA " UNIDADES"
                   SET LINHA-DIVERGENTE TO TRUE
               END-IF
               IF WS-QT-ACUMULADA NOT EQUAL ENC-QT-RECEBIDA THEN
                   DISPLAY "  DIVERGENCIA: FATURADO " WS-QT-ACUMULADA
                       " DIFERENTE DO RECEBIDO " ENC-QT-RECEBIDA
                   SET LINHA-DIVERGENTE TO TRUE
               END-IF
               IF WS-PRC-FATURADO NOT EQUAL ENC-CUSTO-RECECAO THEN
                   MOVE WS-PRC-FATURADO TO WS-ED-PRECO
                   DISPLAY "  DIVERGENCIA: PRECO FATURADO "
                       WS-ED-PRECO " DIFERENTE DO CUSTO DA RECECAO"
                   SET LINHA-DIVERGENTE TO TRUE
               END-IF
           END-IF

           IF LINHA-DIVERGENTE THEN
               ADD 1 TO WS-TOTAL-DIVERGENTES
           ELSE
               DISPLAY "  LINHA CONFERE COM ENCOMENDA E RECECAO"
           END-IF.

       GRAVAR-LINHA-FATURA.
           ADD 1 TO WS-LINHA-FATURA
           COMPUTE WS-BASE-LINHA = WS-QT-FATURADA * WS-PRC-FATURADO
           COMPUTE WS-IVA-LINHA ROUNDED =
               WS-BASE-LINHA * IVA-PRODUTO / 100

           MOVE WS-COD-FORN TO FF-COD-FORNECEDOR
           MOVE WS-NUM-FATURA TO FF-NUMERO-FATURA
           MOVE WS-LINHA-FATURA TO FF-LINHA
           MOVE WS-DATA-FATURA TO FF-DATA-FATURA
           MOVE ENC-NUMERO TO FF-ENC-NUMERO
           MOVE ENC-LINHA TO FF-ENC-LINHA
           MOVE ENC-ID-PRODUTO TO FF-ID-PRODUTO
           MOVE WS-QT-FATURADA TO FF-QT-FATURADA
           MOVE WS-PRC-FATURADO TO FF-PRC-FATURADO
           MOVE IVA-PRODUTO TO FF-IVA
           COMPUTE FF-VALOR-LINHA = WS-BASE-LINHA + WS-IVA-LINHA
           IF LINHA-DIVERGENTE THEN
               SET FF-DIVERGENTE TO TRUE
           ELSE
               SET FF-CONFERE TO TRUE
           END-IF
           MOVE PA-OPERADOR TO FF-OPERADOR

           WRITE REG-FATURA-FORN
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR LINHA DA FATURA"
               SUBTRACT 1 FROM WS-LINHA-FATURA
           NOT INVALID KEY
               ADD FF-VALOR-LINHA TO WS-TOTAL-FATURA
               MOVE WS-QT-ACUMULADA TO ENC-QT-FATURADA
               REWRITE REG-ENCOMENDA
           END-WRITE.

       RESUMO-FATURA.
           MOVE WS-TOTAL-FATURA TO WS-ED-VALOR
           DISPLAY "================================================"
           DISPLAY "FATURA " WS-NUM-FATURA " FORNECEDOR " WS-COD-FORN
           DISPLAY "LINHAS GRAVADAS: " WS-LINHA-FATURA
           DISPLAY "TOTAL COM IVA: " WS-ED-VALOR
           IF WS-TOTAL-DIVERGENTES > 0 THEN
               DISPLAY "LINHAS COM DIVERGENCIAS: " WS-TOTAL-DIVERGENTES
               DISPLAY "VERIFICAR ANTES DE PAGAR"
           END-IF
           DISPLAY "================================================".

       REGISTAR-PAGAMENTO.
           DISPLAY "CODIGO DO FORNECEDOR:"
           ACCEPT WS-COD-FORN
           DISPLAY "NUMERO DA FATURA DO FORNECEDOR:"
           ACCEPT WS-NUM-FATURA

           PERFORM TOTALIZAR-FATURA

           IF NOT DOC-ACHADO THEN
               DISPLAY "FATURA NAO REGISTADA"
           ELSE
               PERFORM TOTALIZAR-PAGAMENTOS
               COMPUTE WS-SALDO-FATURA =
                   WS-TOTAL-FATURA - WS-VALOR-PAGO
               MOVE WS-SALDO-FATURA TO WS-ED-VALOR
               DISPLAY "FORNECEDOR " WS-COD-FORN
                   " TOTAL " WS-TOTAL-FATURA
                   " PAGO " WS-VALOR-PAGO
               DISPLAY "SALDO EM DIVIDA: " WS-ED-VALOR
               IF WS-SALDO-FATURA NOT GREATER THAN 0 THEN
                   DISPLAY "FATURA JA LIQUIDADA"
               ELSE
                   MOVE "S" TO WS-CONFIRMA
                   IF WS-TOTAL-DIVERGENTES > 0 THEN
                       DISPLAY "FATURA COM " WS-TOTAL-DIVERGENTES
                           " LINHAS DIVERGENTES NA CONFERENCIA"
                       DISPLAY "CONFIRMA O PAGAMENTO (S/N)?"
                       ACCEPT WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA EQUAL "S" THEN
                       PERFORM ACEITAR-PAGAMENTO
                   ELSE
                       DISPLAY "PAGAMENTO NAO REGISTADO"
                   END-IF
               END-IF
           END-IF.

       TOTALIZAR-FATURA.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET DOC-ACHADO TO FALSE
           MOVE 0 TO WS-TOTAL-FATURA
           MOVE 0 TO WS-TOTAL-DIVERGENTES

           OPEN INPUT FATURAS-FORN
           IF WS-FS EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS-OK THEN
                   MOVE WS-COD-FORN TO FF-COD-FORNECEDOR
                   MOVE WS-NUM-FATURA TO FF-NUMERO-FATURA
                   MOVE 0 TO FF-LINHA
                   START FATURAS-FORN KEY IS NOT LESS THAN FF-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM TOTALIZAR-FATURA-LINHA UNTIL EOF-OK
                   CLOSE FATURAS-FORN
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE FATURAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
           END-IF.

       TOTALIZAR-FATURA-LINHA.
           READ FATURAS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FF-COD-FORNECEDOR NOT EQUAL WS-COD-FORN
                   OR FF-NUMERO-FATURA NOT EQUAL WS-NUM-FATURA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   SET DOC-ACHADO TO TRUE
                   ADD FF-VALOR-LINHA TO WS-TOTAL-FATURA
                   IF FF-DIVERGENTE THEN
                       ADD 1 TO WS-TOTAL-DIVERGENTES
                   END-IF
               END-IF
           END-READ.

       TOTALIZAR-PAGAMENTOS.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-VALOR-PAGO

           OPEN INPUT PAGAMENTOS-FORN
           IF WS-FS2 EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS2-OK THEN
                   PERFORM TOTALIZAR-PAGAMENTO-LINHA UNTIL EOF-OK
                   CLOSE PAGAMENTOS-FORN
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PAGAMENTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
           END-IF.

       TOTALIZAR-PAGAMENTO-LINHA.
           READ PAGAMENTOS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PG-COD-FORNECEDOR EQUAL WS-COD-FORN
                   AND PG-NUMERO-FATURA EQUAL WS-NUM-FATURA THEN
                   ADD PG-VALOR TO WS-VALOR-PAGO
               END-IF
           END-READ.

       ACEITAR-PAGAMENTO.
           DISPLAY "VALOR PAGO (0 PARA CANCELAR):"
           ACCEPT WS-VALOR-PAGAMENTO

           IF WS-VALOR-PAGAMENTO EQUAL 0 THEN
               DISPLAY "PAGAMENTO CANCELADO"
           ELSE
               IF WS-VALOR-PAGAMENTO > WS-SALDO-FATURA THEN
                   DISPLAY "VALOR SUPERIOR AO SALDO EM DIVIDA"
                       " - NADA GRAVADO"
               ELSE
                   PERFORM GRAVAR-PAGAMENTO
               END-IF
           END-IF.

       GRAVAR-PAGAMENTO.
           SET FS2-OK TO TRUE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN EXTEND PAGAMENTOS-FORN
           IF WS-FS2 EQUAL 35 THEN
               OPEN OUTPUT PAGAMENTOS-FORN
           END-IF

           IF FS2-OK THEN
               MOVE WS-COD-FORN TO PG-COD-FORNECEDOR
               MOVE WS-NUM-FATURA TO PG-NUMERO-FATURA
               MOVE WS-DATA-SISTEMA TO PG-DATA
               MOVE WS-VALOR-PAGAMENTO TO PG-VALOR
               MOVE PA-OPERADOR TO PG-OPERADOR
               WRITE REG-PAGAMENTO-FORN
               CLOSE PAGAMENTOS-FORN
               DISPLAY "PAGAMENTO REGISTADO"
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PAGAMENTOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS2
           END-IF.

       LISTAR-DIVERGENCIAS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADAS

           OPEN INPUT FATURAS-FORN
           IF FS-OK THEN
               SET FS3-OK TO TRUE
               OPEN INPUT ENCOMENDA
               MOVE 0 TO FF-COD-FORNECEDOR
               MOVE SPACES TO FF-NUMERO-FATURA
               MOVE 0 TO FF-LINHA
               START FATURAS-FORN KEY IS NOT LESS THAN FF-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM LISTAR-DIVERGENCIA-LINHA UNTIL EOF-OK
               IF FS3-OK THEN
                   CLOSE ENCOMENDA
               END-IF
               CLOSE FATURAS-FORN
               DISPLAY "LINHAS DIVERGENTES: " WS-TOTAL-LISTADAS
           ELSE
               DISPLAY "NENHUMA FATURA DE FORNECEDOR REGISTADA"
           END-IF.

       LISTAR-DIVERGENCIA-LINHA.
           READ FATURAS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FF-DIVERGENTE THEN
                   ADD 1 TO WS-TOTAL-LISTADAS
                   PERFORM MOSTRAR-DIVERGENCIA
               END-IF
           END-READ.

       MOSTRAR-DIVERGENCIA.
           MOVE 0 TO ENC-QT-ENCOMENDADA
           MOVE 0 TO ENC-QT-RECEBIDA
           MOVE 0 TO ENC-CUSTO-RECECAO
           IF FS3-OK THEN
               MOVE FF-ENC-NUMERO TO ENC-NUMERO
               MOVE FF-ENC-LINHA TO ENC-LINHA
               READ ENCOMENDA
               KEY IS ENC-CHAVE
               INVALID KEY
                   MOVE 0 TO ENC-QT-ENCOMENDADA
                   MOVE 0 TO ENC-QT-RECEBIDA
                   MOVE 0 TO ENC-CUSTO-RECECAO
               END-READ
           END-IF

           MOVE FF-PRC-FATURADO TO WS-ED-PRECO
           DISPLAY "FORNECEDOR " FF-COD-FORNECEDOR
               " FATURA " FF-NUMERO-FATURA
               " DATA " FF-DATA-FATURA
               " LINHA " FF-LINHA
           DISPLAY "  ENCOMENDA " FF-ENC-NUMERO "/" FF-ENC-LINHA
               " PRODUTO " FF-ID-PRODUTO
               " FATURADO " FF-QT-FATURADA " A " WS-ED-PRECO
           MOVE ENC-CUSTO-RECECAO TO WS-ED-PRECO
           DISPLAY "  ENCOMENDADO " ENC-QT-ENCOMENDADA
               " RECEBIDO " ENC-QT-RECEBIDA
               " A " WS-ED-PRECO.

       CARREGAR-DOCUMENTOS.
           SET FS-OK TO TRUE
           SET EOF-OK TO FALSE
           SET TAB-DOCS-CHEIA TO FALSE
           MOVE 0 TO WS-TOTAL-DOCS
           INITIALIZE WS-TAB-DOCS

           OPEN INPUT FATURAS-FORN
           IF WS-FS EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS-OK THEN
                   PERFORM CARREGAR-DOC-LINHA UNTIL EOF-OK
                   CLOSE FATURAS-FORN
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE FATURAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
           END-IF

           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           OPEN INPUT PAGAMENTOS-FORN
           IF WS-FS2 EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS2-OK THEN
                   PERFORM ABATER-PAGAMENTO-LINHA UNTIL EOF-OK
                   CLOSE PAGAMENTOS-FORN
               END-IF
           END-IF

           IF TAB-DOCS-CHEIA THEN
               DISPLAY "AVISO: TABELA DE FATURAS CHEIA"
               DISPLAY "FATURAS ALEM DE 5000 IGNORADAS"
           END-IF.

       CARREGAR-DOC-LINHA.
           READ FATURAS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE FF-COD-FORNECEDOR TO WS-COD-FORN
               MOVE FF-NUMERO-FATURA TO WS-NUM-FATURA
               PERFORM PROCURAR-DOCUMENTO
               IF WS-POS EQUAL 0 THEN
                   IF WS-TOTAL-DOCS < 5000 THEN
                       ADD 1 TO WS-TOTAL-DOCS
                       MOVE WS-TOTAL-DOCS TO WS-POS
                       MOVE FF-COD-FORNECEDOR
                           TO WS-DO-FORNECEDOR(WS-POS)
                       MOVE FF-NUMERO-FATURA TO WS-DO-NUMERO(WS-POS)
                       MOVE FF-DATA-FATURA TO WS-DO-DATA(WS-POS)
                       MOVE 0 TO WS-DO-SALDO(WS-POS)
                   ELSE
                       SET TAB-DOCS-CHEIA TO TRUE
                   END-IF
               END-IF
               IF WS-POS > 0 THEN
                   ADD FF-VALOR-LINHA TO WS-DO-SALDO(WS-POS)
               END-IF
           END-READ.

       ABATER-PAGAMENTO-LINHA.
           READ PAGAMENTOS-FORN NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE PG-COD-FORNECEDOR TO WS-COD-FORN
               MOVE PG-NUMERO-FATURA TO WS-NUM-FATURA
               PERFORM PROCURAR-DOCUMENTO
               IF WS-POS > 0 THEN
                   SUBTRACT PG-VALOR FROM WS-DO-SALDO(WS-POS)
               END-IF
           END-READ.

       PROCURAR-DOCUMENTO.
           MOVE 0 TO WS-POS
           MOVE 1 TO WS-J
           PERFORM COMPARAR-DOCUMENTO UNTIL WS-J > WS-TOTAL-DOCS.

       COMPARAR-DOCUMENTO.
           IF WS-DO-FORNECEDOR(WS-J) EQUAL WS-COD-FORN
               AND WS-DO-NUMERO(WS-J) EQUAL WS-NUM-FATURA THEN
               MOVE WS-J TO WS-POS
               MOVE WS-TOTAL-DOCS TO WS-J
           END-IF
           ADD 1 TO WS-J.

       ANTIGUIDADE-SALDOS.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD):"
           ACCEPT WS-DATA-REFERENCIA

           PERFORM CARREGAR-DOCUMENTOS

           INITIALIZE WS-TAB-IDADES
           INITIALIZE WS-TOTAIS-IDADES
           COMPUTE WS-DIAS-REF =
               WS-DR-ANO * 365 + WS-DR-MES * 30 + WS-DR-DIA

           MOVE 1 TO WS-I
           PERFORM CLASSIFICAR-DOCUMENTO UNTIL WS-I > WS-TOTAL-DOCS

           PERFORM ABRIR-LISTAGEM
           MOVE "ANTIGUIDADE DE SALDOS A FORNECEDORES"
               TO WS-CAB-TITULO
           MOVE SPACES TO WS-CAB-COLUNAS
           STRING "COD NOME                 " DELIMITED BY SIZE
               "ATE 30 DIAS     31 A 60" DELIMITED BY SIZE
               "     61 A 90  MAIS DE 90" DELIMITED BY SIZE
               "         TOTAL" DELIMITED BY SIZE
               INTO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           SET FS4-OK TO TRUE
           OPEN INPUT FORNECEDOR
           IF NOT FS4-OK THEN
               DISPLAY "AVISO: FICHEIRO DE FORNECEDORES INDISPONIVEL"
           END-IF

           MOVE 1 TO WS-I
           PERFORM ANTIGUIDADE-LINHA UNTIL WS-I > 999

           IF FS4-OK THEN
               CLOSE FORNECEDOR
           END-IF

           MOVE 0 TO WS-LI-COD
           MOVE "TOTAL GERAL" TO WS-LI-NOME
           MOVE WS-TG-30 TO WS-LI-30
           MOVE WS-TG-60 TO WS-LI-60
           MOVE WS-TG-90 TO WS-LI-90
           MOVE WS-TG-MAIS TO WS-LI-MAIS
           MOVE WS-TG-TOTAL TO WS-LI-TOTAL
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-LIN-IDADE TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TG-TOTAL TO WS-ED-VALOR
           DISPLAY "TOTAL EM DIVIDA A FORNECEDORES: " WS-ED-VALOR

           PERFORM FECHAR-LISTAGEM.

       CLASSIFICAR-DOCUMENTO.
           IF WS-DO-SALDO(WS-I) NOT EQUAL 0
               AND WS-DO-FORNECEDOR(WS-I) > 0
               AND WS-DO-DATA(WS-I) NOT GREATER THAN
                   WS-DATA-REFERENCIA THEN
               MOVE WS-DO-DATA(WS-I) TO WS-DATA-CALC
               COMPUTE WS-DIAS-DOC =
                   WS-DC-ANO * 365 + WS-DC-MES * 30 + WS-DC-DIA
               COMPUTE WS-IDADE = WS-DIAS-REF - WS-DIAS-DOC
               EVALUATE TRUE
               WHEN WS-IDADE NOT GREATER THAN 30
                   ADD WS-DO-SALDO(WS-I)
                       TO WS-FR-30(WS-DO-FORNECEDOR(WS-I))
               WHEN WS-IDADE NOT GREATER THAN 60
                   ADD WS-DO-SALDO(WS-I)
                       TO WS-FR-60(WS-DO-FORNECEDOR(WS-I))
               WHEN WS-IDADE NOT GREATER THAN 90
                   ADD WS-DO-SALDO(WS-I)
                       TO WS-FR-90(WS-DO-FORNECEDOR(WS-I))
               WHEN OTHER
                   ADD WS-DO-SALDO(WS-I)
                       TO WS-FR-MAIS(WS-DO-FORNECEDOR(WS-I))
               END-EVALUATE
           END-IF
           ADD 1 TO WS-I.

       ANTIGUIDADE-LINHA.
           IF WS-FR-30(WS-I) NOT EQUAL 0
               OR WS-FR-60(WS-I) NOT EQUAL 0
               OR WS-FR-90(WS-I) NOT EQUAL 0
               OR WS-FR-MAIS(WS-I) NOT EQUAL 0 THEN
               PERFORM MOSTRAR-ANTIGUIDADE-FORN
           END-IF
           ADD 1 TO WS-I.

       MOSTRAR-ANTIGUIDADE-FORN.
           MOVE SPACES TO NOME-FORNECEDOR
           IF FS4-OK THEN
               MOVE WS-I TO COD-FORNECEDOR
               READ FORNECEDOR
               KEY IS COD-FORNECEDOR
               INVALID KEY
                   MOVE SPACES TO NOME-FORNECEDOR
               END-READ
           END-IF

           COMPUTE WS-SALDO-FORN =
               WS-FR-30(WS-I) + WS-FR-60(WS-I)
               + WS-FR-90(WS-I) + WS-FR-MAIS(WS-I)
           ADD WS-FR-30(WS-I) TO WS-TG-30
           ADD WS-FR-60(WS-I) TO WS-TG-60
           ADD WS-FR-90(WS-I) TO WS-TG-90
           ADD WS-FR-MAIS(WS-I) TO WS-TG-MAIS
           ADD WS-SALDO-FORN TO WS-TG-TOTAL

           MOVE WS-I TO WS-LI-COD
           MOVE NOME-FORNECEDOR TO WS-LI-NOME
           MOVE WS-FR-30(WS-I) TO WS-LI-30
           MOVE WS-FR-60(WS-I) TO WS-LI-60
           MOVE WS-FR-90(WS-I) TO WS-LI-90
           MOVE WS-FR-MAIS(WS-I) TO WS-LI-MAIS
           MOVE WS-SALDO-FORN TO WS-LI-TOTAL
           MOVE WS-LIN-IDADE TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           MOVE WS-SALDO-FORN TO WS-ED-VALOR
           DISPLAY WS-I " " NOME-FORNECEDOR " EM DIVIDA " WS-ED-VALOR.

       ABRIR-LISTAGEM.
           SET FS6-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE WS-DR-DIA TO WS-CD-DIA
           MOVE WS-DR-MES TO WS-CD-MES
           MOVE WS-DR-ANO TO WS-CD-ANO

           OPEN OUTPUT LISTAGEM
           IF NOT FS6-OK THEN
               DISPLAY "AVISO: LISTAGEM INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS6
           END-IF.

       ESCREVER-SECCAO.
           IF FS6-OK THEN
               PERFORM ESCREVER-CABECALHO
           END-IF.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CE-PAGINA
           MOVE WS-CAB-EMPRESA TO REG-LISTAGEM
           IF WS-PAGINA > 1 THEN
               WRITE REG-LISTAGEM AFTER ADVANCING PAGE
           ELSE
               WRITE REG-LISTAGEM
           END-IF
           MOVE WS-CAB-DATA TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE WS-CAB-TITULO TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE WS-CAB-COLUNAS TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 6 TO WS-LINHA-CONT.

       ESCREVER-LINHA.
           IF FS6-OK THEN
               IF WS-LINHA-CONT NOT LESS THAN WS-LINHAS-PAGINA THEN
                   MOVE REG-LISTAGEM TO WS-LIN-GUARDADA
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-LIN-GUARDADA TO REG-LISTAGEM
               END-IF
               WRITE REG-LISTAGEM
               ADD 1 TO WS-LINHA-CONT
           END-IF.

       FECHAR-LISTAGEM.
           IF FS6-OK THEN
               CLOSE LISTAGEM
               DISPLAY "LISTAGEM GRAVADA EM PAGAMENTOS.LST"
           END-IF.
