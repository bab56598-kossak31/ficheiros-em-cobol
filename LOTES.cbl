       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS2.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\LOTES.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD LOTES.
           COPY LOTE.
       FD PRODUTO.
           COPY PRODUTO.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

       WORKING-STORAGE SECTION.
           COPY MOVPARAM.
           COPY AUDPARAM.
       01 WS-REG-ANTES          PIC X(64).
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-ID-BUSCA           PIC 9(3).
       01 WS-NUM-DIAS           PIC 9(3).
       01 WS-CONFIRMA           PIC X(01).
       01 WS-QT-ABATE           PIC 9(4).
       01 WS-VALOR-LOTE         PIC 9(9)V99.
       01 WS-TOT-VALOR          PIC 9(9)V99.
       01 WS-TOT-QT             PIC 9(7).
       01 WS-ED-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO         PIC 9(4).
           03 WS-DH-MES         PIC 99.
           03 WS-DH-DIA         PIC 99.
       01 WS-DATA-LOTE          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-LOTE.
           03 WS-DL-ANO         PIC 9(4).
           03 WS-DL-MES         PIC 99.
           03 WS-DL-DIA         PIC 99.
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 FILLER            PIC X(29)
               VALUE "LOTES A EXPIRAR - REFERENCIA ".
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
           03 FILLER            PIC X(11) VALUE " - PRAZO DE".
           03 WS-CD-DIAS        PIC ZZ9.
           03 FILLER            PIC X(05) VALUE " DIAS".
       01 WS-CAB-COLUNAS.
           03 FILLER            PIC X(45)
               VALUE "ID  PRODUTO         L LOTE       VALIDADE    ".
           03 FILLER            PIC X(45)
               VALUE "QTD  DIAS    VALOR CUSTO                    ".
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-LIN-LOTE.
           03 WS-LL-ID          PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-NOME        PIC X(15).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-LOCAL       PIC X(01).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-LOTE        PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-LL-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-LL-ANO         PIC 9(4).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-QT          PIC ZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-DIAS        PIC -ZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LL-ESTADO      PIC X(08).
       01 WS-LIN-TOTAL.
           03 FILLER            PIC X(07) VALUE "LOTES: ".
           03 WS-LT-LOTES       PIC ZZZ9.
           03 FILLER            PIC X(14) VALUE " QUANTIDADE: ".
           03 WS-LT-QT          PIC Z.ZZZ.ZZ9.
           03 FILLER            PIC X(15) VALUE " VALOR CUSTO: ".
           03 WS-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-DIAS-HOJE          PIC 9(7).
       77 WS-DIAS-LOTE          PIC 9(7).
       77 WS-DIAS-RESTANTES     PIC S9(7).
       77 WS-TOTAL-LISTADOS     PIC 9(4).
       77 WS-TOTAL-ABATIDOS     PIC 9(4).
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       LOTES-MAIN.
            DISPLAY "MENU DE LOTES E VALIDADES:"
            DISPLAY "1 - LISTAR LOTES DE UM PRODUTO"
            DISPLAY "2 - LOTES A EXPIRAR NOS PROXIMOS N DIAS"
            DISPLAY "3 - ABATER LOTES FORA DE VALIDADE"
            DISPLAY "4 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM LISTAR-LOTES-PRODUTO
            GO TO LOTES-MAIN

            WHEN 2
            PERFORM LOTES-A-EXPIRAR
            GO TO LOTES-MAIN

            WHEN 3
            PERFORM ABATER-EXPIRADOS
            GO TO LOTES-MAIN

            WHEN 4
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO LOTES-MAIN

       end-evaluate.

       LISTAR-LOTES-PRODUTO.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADOS

           DISPLAY "ID DO PRODUTO:"
           ACCEPT WS-ID-BUSCA

           OPEN INPUT LOTES

           IF FS-OK THEN
               MOVE WS-ID-BUSCA TO LT-ID-PRODUTO
               MOVE SPACES TO LT-LOCAL
               MOVE 0 TO LT-DATA-VALIDADE
               MOVE SPACES TO LT-NUMERO
               START LOTES KEY IS NOT LESS THAN LT-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM LISTAR-LOTE-LINHA UNTIL EOF-OK
               CLOSE LOTES
               DISPLAY "LOTES LISTADOS: " WS-TOTAL-LISTADOS
           ELSE
               DISPLAY "NENHUM LOTE REGISTADO"
           END-IF.

       LISTAR-LOTE-LINHA.
           READ LOTES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF LT-ID-PRODUTO NOT EQUAL WS-ID-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF LT-QUANTIDADE > 0 THEN
                       ADD 1 TO WS-TOTAL-LISTADOS
                       DISPLAY "LOCAL " LT-LOCAL
                           " LOTE " LT-NUMERO
                           " VALIDADE " LT-DATA-VALIDADE
                           " QTD " LT-QUANTIDADE
                           " ENTRADA " LT-DATA-ENTRADA
                           " ENC " LT-NUM-ENCOMENDA
                   END-IF
               END-IF
           END-READ.

       LOTES-A-EXPIRAR.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE 0 TO WS-TOT-QT
           MOVE 0 TO WS-TOT-VALOR

           DISPLAY "NUMERO DE DIAS:"
           ACCEPT WS-NUM-DIAS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               WS-DH-ANO * 365 + WS-DH-MES * 30 + WS-DH-DIA

           OPEN INPUT LOTES

           IF FS-OK THEN
               OPEN INPUT PRODUTO
               IF FS2-OK THEN
                   PERFORM ABRIR-LISTAGEM
                   PERFORM ESCREVER-SECCAO
                   MOVE 0 TO LT-ID-PRODUTO
                   MOVE SPACES TO LT-LOCAL
                   MOVE 0 TO LT-DATA-VALIDADE
                   MOVE SPACES TO LT-NUMERO
                   START LOTES KEY IS NOT LESS THAN LT-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM EXPIRAR-LINHA UNTIL EOF-OK
                   PERFORM IMPRIMIR-TOTAL-EXPIRAR
                   PERFORM FECHAR-LISTAGEM
                   CLOSE PRODUTO
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               CLOSE LOTES
           ELSE
               DISPLAY "NENHUM LOTE REGISTADO"
           END-IF.

       EXPIRAR-LINHA.
           READ LOTES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF LT-QUANTIDADE > 0 THEN
                   MOVE LT-DATA-VALIDADE TO WS-DATA-LOTE
                   COMPUTE WS-DIAS-LOTE =
                       WS-DL-ANO * 365 + WS-DL-MES * 30 + WS-DL-DIA
                   COMPUTE WS-DIAS-RESTANTES =
                       WS-DIAS-LOTE - WS-DIAS-HOJE
                   IF WS-DIAS-RESTANTES NOT > WS-NUM-DIAS THEN
                       PERFORM MOSTRAR-LOTE-EXPIRAR
                   END-IF
               END-IF
           END-READ.

       MOSTRAR-LOTE-EXPIRAR.
           MOVE LT-ID-PRODUTO TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
               MOVE 0 TO CUSTO-PRODUTO
           END-READ

           COMPUTE WS-VALOR-LOTE = LT-QUANTIDADE * CUSTO-PRODUTO
           ADD 1 TO WS-TOTAL-LISTADOS
           ADD LT-QUANTIDADE TO WS-TOT-QT
           ADD WS-VALOR-LOTE TO WS-TOT-VALOR

           MOVE LT-ID-PRODUTO TO WS-LL-ID
           MOVE NOME-PRODUTO TO WS-LL-NOME
           MOVE LT-LOCAL TO WS-LL-LOCAL
           MOVE LT-NUMERO TO WS-LL-LOTE
           MOVE WS-DL-DIA TO WS-LL-DIA
           MOVE WS-DL-MES TO WS-LL-MES
           MOVE WS-DL-ANO TO WS-LL-ANO
           MOVE LT-QUANTIDADE TO WS-LL-QT
           MOVE WS-DIAS-RESTANTES TO WS-LL-DIAS
           MOVE WS-VALOR-LOTE TO WS-LL-VALOR
           IF WS-DIAS-RESTANTES < 0 THEN
               MOVE "EXPIRADO" TO WS-LL-ESTADO
           ELSE
               MOVE SPACES TO WS-LL-ESTADO
           END-IF
           MOVE WS-LIN-LOTE TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           DISPLAY LT-ID-PRODUTO " " NOME-PRODUTO
               " " LT-LOCAL " LOTE " LT-NUMERO
               " VALIDADE " LT-DATA-VALIDADE
               " QTD " LT-QUANTIDADE " " WS-LL-ESTADO.

       IMPRIMIR-TOTAL-EXPIRAR.
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-LISTADOS TO WS-LT-LOTES
           MOVE WS-TOT-QT TO WS-LT-QT
           MOVE WS-TOT-VALOR TO WS-LT-VALOR
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           MOVE WS-TOT-VALOR TO WS-ED-VALOR
           DISPLAY "LOTES A EXPIRAR: " WS-TOTAL-LISTADOS
               " QUANTIDADE: " WS-TOT-QT
               " VALOR CUSTO: " WS-ED-VALOR.

       ABATER-EXPIRADOS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-ABATIDOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "ABATER TODOS OS LOTES COM VALIDADE ANTERIOR A "
               WS-DATA-HOJE " (S/N)?"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL "S" THEN
               DISPLAY "ABATE CANCELADO"
           ELSE
               OPEN I-O LOTES
               IF FS-OK THEN
                   OPEN I-O PRODUTO
                   IF FS2-OK THEN
                       MOVE 0 TO LT-ID-PRODUTO
                       MOVE SPACES TO LT-LOCAL
                       MOVE 0 TO LT-DATA-VALIDADE
                       MOVE SPACES TO LT-NUMERO
                       START LOTES KEY IS NOT LESS THAN LT-CHAVE
                           INVALID KEY
                               SET EOF-OK TO TRUE
                       END-START
                       PERFORM ABATE-LINHA UNTIL EOF-OK
                       CLOSE PRODUTO
                       DISPLAY "LOTES ABATIDOS: " WS-TOTAL-ABATIDOS
                   ELSE
                       DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                       DISPLAY "ERRO DO FILE STATUS:" WS-FS2
                   END-IF
                   CLOSE LOTES
               ELSE
                   DISPLAY "NENHUM LOTE REGISTADO"
               END-IF
           END-IF.

       ABATE-LINHA.
           READ LOTES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF LT-QUANTIDADE > 0
                   AND LT-DATA-VALIDADE < WS-DATA-HOJE THEN
                   PERFORM ABATER-LOTE
               END-IF
           END-READ.

       ABATER-LOTE.
           MOVE LT-ID-PRODUTO TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO

           INVALID KEY
           DISPLAY LT-ID-PRODUTO " - PRODUTO NAO EXISTE"
            NOT INVALID KEY
            MOVE REG-CONTATOS TO WS-REG-ANTES
            MOVE LT-QUANTIDADE TO WS-QT-ABATE
            IF LT-LOCAL EQUAL "L" THEN
                IF WS-QT-ABATE > QT-LOJA THEN
                    MOVE QT-LOJA TO WS-QT-ABATE
                END-IF
                SUBTRACT WS-QT-ABATE FROM QT-LOJA
            ELSE
                IF WS-QT-ABATE > QT-ARMAZEM THEN
                    MOVE QT-ARMAZEM TO WS-QT-ABATE
                END-IF
                SUBTRACT WS-QT-ABATE FROM QT-ARMAZEM
            END-IF
            COMPUTE QT-PRODUTO = QT-LOJA + QT-ARMAZEM
            REWRITE REG-CONTATOS
            PERFORM GRAVAR-AUDITORIA

            IF WS-QT-ABATE > 0 THEN
                PERFORM GRAVAR-MOVIMENTO
            END-IF

            DISPLAY "LOTE ABATIDO - PRODUTO " LT-ID-PRODUTO
                " LOCAL " LT-LOCAL " LOTE " LT-NUMERO
                " QTD " WS-QT-ABATE
            MOVE 0 TO LT-QUANTIDADE
            REWRITE REG-LOTE
            ADD 1 TO WS-TOTAL-ABATIDOS
           END-READ.

       GRAVAR-AUDITORIA.
           MOVE PA-OPERADOR TO AP-OPERADOR
           MOVE "LOTES" TO AP-PROGRAMA
           MOVE "A" TO AP-OPERACAO
           MOVE ID-PRODUTO TO AP-ID-PRODUTO
           MOVE WS-REG-ANTES TO AP-REG-ANTES
           MOVE REG-CONTATOS TO AP-REG-DEPOIS
           CALL "AUDITA"
           USING AUD-PARAMETRES.

       GRAVAR-MOVIMENTO.
           MOVE ID-PRODUTO TO MP-ID-PRODUTO
           MOVE WS-DATA-HOJE TO MP-DATA
           MOVE "Q" TO MP-TIPO
           MOVE WS-QT-ABATE TO MP-QUANTIDADE
           MOVE "EX" TO MP-MOTIVO
           MOVE LT-LOCAL TO MP-LOCAL
           CALL "GRAVAMOV"
           USING MOV-PARAMETRES.

       ABRIR-LISTAGEM.
           SET FS3-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE WS-DH-DIA TO WS-CD-DIA
           MOVE WS-DH-MES TO WS-CD-MES
           MOVE WS-DH-ANO TO WS-CD-ANO
           MOVE WS-NUM-DIAS TO WS-CD-DIAS

           OPEN OUTPUT LISTAGEM
           IF NOT FS3-OK THEN
               DISPLAY "AVISO: LISTAGEM INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS3
           END-IF.

       ESCREVER-SECCAO.
           IF FS3-OK THEN
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
           MOVE WS-CAB-COLUNAS TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE SPACES TO REG-LISTAGEM
           WRITE REG-LISTAGEM
           MOVE 5 TO WS-LINHA-CONT.

       ESCREVER-LINHA.
           IF FS3-OK THEN
               IF WS-LINHA-CONT NOT LESS THAN WS-LINHAS-PAGINA THEN
                   MOVE REG-LISTAGEM TO WS-LIN-GUARDADA
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-LIN-GUARDADA TO REG-LISTAGEM
               END-IF
               WRITE REG-LISTAGEM
               ADD 1 TO WS-LINHA-CONT
           END-IF.

       FECHAR-LISTAGEM.
           IF FS3-OK THEN
               CLOSE LISTAGEM
               DISPLAY "LISTAGEM GRAVADA EM LOTES.LST"
           END-IF.
