       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSTOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS.
           SELECT MOVIMENTOS ASSIGN TO "C:\COBOL\MOVIMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-FS2.
           SELECT VENDAS ASSIGN TO "C:\COBOL\VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.
           SELECT ENCOMENDAS ASSIGN TO "C:\COBOL\ENCOMENDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-CHAVE
           FILE STATUS IS WS-FS4.
           SELECT PENDENTES ASSIGN TO "C:\COBOL\PENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-CHAVE
           FILE STATUS IS WS-FS5.
           SELECT FECHOS ASSIGN TO "C:\COBOL\FECHOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-DATA-CORTE
           FILE STATUS IS WS-FS6.
           SELECT TRABALHO ASSIGN TO "C:\COBOL\AUDSTOCK-TMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WK-CHAVE
           FILE STATUS IS WS-FS7.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\AUDSTOCK.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS9.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
           COPY PRODUTO.
       FD MOVIMENTOS.
           COPY MOVIMENTO.
       FD VENDAS.
           COPY VENDA.
       FD ENCOMENDAS.
           COPY ENCOMENDA.
       FD PENDENTES.
           COPY PENDENTE.
       FD FECHOS.
           COPY FECHO.
       FD TRABALHO.
       01 REG-TRABALHO.
           03 WK-CHAVE.
               05 WK-ID-PRODUTO    PIC 9(3).
               05 WK-DATA          PIC 9(8).
               05 WK-ORIGEM        PIC X(01).
                   88 WK-VENDA     VALUE "V".
                   88 WK-DEVOLUCAO VALUE "D".
                   88 WK-RECECAO   VALUE "R".
           03 WK-QT-ESPERADA       PIC 9(7).
           03 WK-DOCUMENTO         PIC 9(5).
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).
       FD KITS.
           COPY KIT.

       WORKING-STORAGE SECTION.
       01 WS-DATA-CORTE         PIC 9(8).
       01 WS-ID-ATUAL           PIC 9(3).
       01 WS-SALDO-TOTAL        PIC S9(7).
       01 WS-SALDO-LOJA         PIC S9(7).
       01 WS-SALDO-ARMAZEM      PIC S9(7).
       01 WS-QT-LOCAIS          PIC S9(7).
       01 WS-QT-RESERVADA       PIC S9(7).
       01 WS-QT-ENCONTRADA      PIC S9(7).
       01 WS-ESPERADO           PIC S9(7).
       01 WS-ORIGEM-VENDA       PIC X(01).
       01 WS-GRAVADO            PIC S9(7).
       01 WS-DATA-OCORRENCIA    PIC 9(8).
       01 WS-DOC-OCORRENCIA     PIC 9(5).
       01 WS-TEXTO-OCORRENCIA   PIC X(25).
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 FILLER REDEFINES WS-DATA-SISTEMA.
           03 WS-DS-ANO         PIC 9(4).
           03 WS-DS-MES         PIC 99.
           03 WS-DS-DIA         PIC 99.
       01 WS-DATA-AUX           PIC 9(8).
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO         PIC 9(4).
           03 WS-DA-MES         PIC 99.
           03 WS-DA-DIA         PIC 99.
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 FILLER            PIC X(19)
               VALUE "DATA DO RELATORIO: ".
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
           03 FILLER            PIC X(25)
               VALUE " - MOVIMENTOS POSTERIORES".
           03 FILLER            PIC X(04) VALUE " A ".
           03 WS-CD-CORTE       PIC X(10).
       01 WS-CAB-TITULO         PIC X(90).
       01 WS-CAB-COLUNAS.
           03 FILLER            PIC X(45)
               VALUE "ID  PRODUTO         DATA       DOC.  OCORRENC".
           03 FILLER            PIC X(45)
               VALUE "IA                ESPERADO   GRAVADO         ".
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-ANO         PIC 9(4).
       01 WS-LIN-EXCECAO.
           03 WS-LE-ID          PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-NOME        PIC X(15).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-DATA        PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-DOC         PIC X(05).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-OCORRENCIA  PIC X(25).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LE-ESPERADO    PIC -ZZZZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LE-GRAVADO     PIC -ZZZZZZ9.
       01 WS-ED-DOC             PIC 9(5).
       01 WS-LIN-RESUMO.
           03 WS-LR-DESCRICAO   PIC X(45).
           03 WS-LR-VALOR       PIC ZZZ.ZZ9.
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
       77 WS-FS7                PIC 99.
          88 FS7-OK            VALUE 0.
       77 WS-FS8                PIC 99.
          88 FS8-OK            VALUE 0.
       77 WS-FS9                PIC 99.
          88 FS9-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-FIM-MOVIMENTOS     PIC X.
          88 FIM-MOVIMENTOS    VALUE 'S' FALSE 'N'.
       77 WS-FIM-PENDENTES      PIC X.
          88 FIM-PENDENTES     VALUE 'S' FALSE 'N'.
       77 WS-MOV-EXISTE         PIC X.
          88 MOV-EXISTE        VALUE 'S' FALSE 'N'.
       77 WS-TEM-SEM-LOCAL      PIC X.
          88 TEM-SEM-LOCAL     VALUE 'S' FALSE 'N'.
       77 WS-FIM-KIT            PIC X.
          88 FIM-KIT           VALUE 'S' FALSE 'N'.
       77 WS-E-KIT              PIC X.
          88 E-KIT             VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-PRODUTOS     PIC 9(6).
       77 WS-TOTAL-MOVIMENTOS   PIC 9(6).
       77 WS-TOTAL-SO-TOTAL     PIC 9(6).
       77 WS-TOTAL-VENDAS       PIC 9(6).
       77 WS-TOTAL-RECECOES     PIC 9(6).
       77 WS-TOTAL-RESERVAS     PIC 9(6).
       77 WS-TOTAL-EXCECOES     PIC 9(6).
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       AUDSTOCK-MAIN.
           MOVE 0 TO WS-TOTAL-PRODUTOS
           MOVE 0 TO WS-TOTAL-MOVIMENTOS
           MOVE 0 TO WS-TOTAL-SO-TOTAL
           MOVE 0 TO WS-TOTAL-VENDAS
           MOVE 0 TO WS-TOTAL-RECECOES
           MOVE 0 TO WS-TOTAL-RESERVAS
           MOVE 0 TO WS-TOTAL-EXCECOES

           DISPLAY "========================================"
           DISPLAY "AUDITORIA DO STOCK CONTRA OS MOVIMENTOS"
           DISPLAY "(APENAS LEITURA - NADA E CORRIGIDO)"
           DISPLAY "========================================"

           PERFORM OBTER-DATA-CORTE

           SET FS-OK TO TRUE
           OPEN INPUT PRODUTO
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           SET FS2-OK TO TRUE
           SET MOV-EXISTE TO FALSE
           OPEN INPUT MOVIMENTOS
           IF FS2-OK THEN
               SET MOV-EXISTE TO TRUE
           ELSE
               DISPLAY "SEM MOVIMENTOS REGISTADOS"
           END-IF

           PERFORM ABRIR-LISTAGEM

           PERFORM VERIFICAR-STOCK
           PERFORM VERIFICAR-DOCUMENTOS
           PERFORM VERIFICAR-RESERVAS
           PERFORM IMPRIMIR-RESUMO

           PERFORM FECHAR-LISTAGEM
           IF MOV-EXISTE THEN
               CLOSE MOVIMENTOS
           END-IF
           CLOSE PRODUTO

           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

       OBTER-DATA-CORTE.
           MOVE 0 TO WS-DATA-CORTE
           SET EOF-OK TO FALSE
           SET FS6-OK TO TRUE

           OPEN INPUT FECHOS
           IF FS6-OK THEN
               PERFORM LER-FECHO UNTIL EOF-OK
               CLOSE FECHOS
           END-IF

           IF WS-DATA-CORTE > 0 THEN
               DISPLAY "ULTIMO FECHO DE PERIODO: " WS-DATA-CORTE
               DISPLAY "DOCUMENTOS ATE ESTA DATA NAO SAO VERIFICADOS"
           END-IF.

       LER-FECHO.
           READ FECHOS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF FECHO-CONCLUIDO
                   AND FC-DATA-CORTE > WS-DATA-CORTE THEN
                   MOVE FC-DATA-CORTE TO WS-DATA-CORTE
               END-IF
           END-READ.

       VERIFICAR-STOCK.
           MOVE "STOCK GRAVADO CONTRA A REPOSICAO DOS MOVIMENTOS"
               TO WS-CAB-TITULO
           PERFORM ESCREVER-SECCAO
           SET EOF-OK TO FALSE

           MOVE 0 TO ID-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN ID-PRODUTO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM VERIFICAR-STOCK-PRODUTO UNTIL EOF-OK.

       VERIFICAR-STOCK-PRODUTO.
           READ PRODUTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-TOTAL-PRODUTOS
               PERFORM REPOR-MOVIMENTOS-PRODUTO
               PERFORM COMPARAR-STOCK
           END-READ.

       REPOR-MOVIMENTOS-PRODUTO.
           MOVE 0 TO WS-SALDO-TOTAL
           MOVE 0 TO WS-SALDO-LOJA
           MOVE 0 TO WS-SALDO-ARMAZEM
           SET TEM-SEM-LOCAL TO FALSE
           SET FIM-MOVIMENTOS TO FALSE
           MOVE ID-PRODUTO TO WS-ID-ATUAL

           IF MOV-EXISTE THEN
               MOVE ID-PRODUTO TO MOV-ID-PRODUTO
               MOVE 0 TO MOV-DATA
               MOVE 0 TO MOV-SEQ
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       SET FIM-MOVIMENTOS TO TRUE
               END-START
               PERFORM REPOR-MOVIMENTO-LINHA UNTIL FIM-MOVIMENTOS
           END-IF.

       REPOR-MOVIMENTO-LINHA.
           READ MOVIMENTOS NEXT RECORD
           AT END
               SET FIM-MOVIMENTOS TO TRUE
           NOT AT END
               IF MOV-ID-PRODUTO NOT EQUAL WS-ID-ATUAL THEN
                   SET FIM-MOVIMENTOS TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-MOVIMENTOS
                   PERFORM APLICAR-MOVIMENTO
               END-IF
           END-READ.

       APLICAR-MOVIMENTO.
           IF MOV-SAIDA OR MOV-AJUSTE-SAIDA THEN
               SUBTRACT MOV-QUANTIDADE FROM WS-SALDO-TOTAL
               EVALUATE TRUE
               WHEN LOCAL-LOJA
                   SUBTRACT MOV-QUANTIDADE FROM WS-SALDO-LOJA
               WHEN LOCAL-ARMAZEM
                   SUBTRACT MOV-QUANTIDADE FROM WS-SALDO-ARMAZEM
               WHEN OTHER
                   SET TEM-SEM-LOCAL TO TRUE
               END-EVALUATE
           ELSE
               ADD MOV-QUANTIDADE TO WS-SALDO-TOTAL
               EVALUATE TRUE
               WHEN LOCAL-LOJA
                   ADD MOV-QUANTIDADE TO WS-SALDO-LOJA
               WHEN LOCAL-ARMAZEM
                   ADD MOV-QUANTIDADE TO WS-SALDO-ARMAZEM
               WHEN OTHER
                   SET TEM-SEM-LOCAL TO TRUE
               END-EVALUATE
           END-IF.

       COMPARAR-STOCK.
           MOVE 0 TO WS-DATA-OCORRENCIA
           MOVE 0 TO WS-DOC-OCORRENCIA

           IF WS-SALDO-TOTAL NOT EQUAL QT-PRODUTO THEN
               MOVE "QT-PRODUTO VS MOVIMENTOS" TO WS-TEXTO-OCORRENCIA
               MOVE WS-SALDO-TOTAL TO WS-ESPERADO
               MOVE QT-PRODUTO TO WS-GRAVADO
               PERFORM IMPRIMIR-EXCECAO
           END-IF

           COMPUTE WS-QT-LOCAIS = QT-LOJA + QT-ARMAZEM
           IF WS-QT-LOCAIS NOT EQUAL QT-PRODUTO THEN
               MOVE "LOJA+ARMAZEM VS QT-PROD." TO WS-TEXTO-OCORRENCIA
               MOVE QT-PRODUTO TO WS-ESPERADO
               MOVE WS-QT-LOCAIS TO WS-GRAVADO
               PERFORM IMPRIMIR-EXCECAO
           END-IF

           IF TEM-SEM-LOCAL THEN
               ADD 1 TO WS-TOTAL-SO-TOTAL
           ELSE
               IF WS-SALDO-LOJA NOT EQUAL QT-LOJA THEN
                   MOVE "QT-LOJA VS MOVIMENTOS" TO WS-TEXTO-OCORRENCIA
                   MOVE WS-SALDO-LOJA TO WS-ESPERADO
                   MOVE QT-LOJA TO WS-GRAVADO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
               IF WS-SALDO-ARMAZEM NOT EQUAL QT-ARMAZEM THEN
                   MOVE "QT-ARMAZEM VS MOVIMENTOS"
                       TO WS-TEXTO-OCORRENCIA
                   MOVE WS-SALDO-ARMAZEM TO WS-ESPERADO
                   MOVE QT-ARMAZEM TO WS-GRAVADO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-IF.

       VERIFICAR-DOCUMENTOS.
           MOVE "VENDAS E RECECOES SEM MOVIMENTO DE STOCK"
               TO WS-CAB-TITULO
           PERFORM ESCREVER-SECCAO

           SET FS7-OK TO TRUE
           OPEN OUTPUT TRABALHO
           CLOSE TRABALHO
           OPEN I-O TRABALHO

           IF FS7-OK THEN
               PERFORM ACUMULAR-VENDAS
               PERFORM ACUMULAR-RECECOES
               PERFORM CONFERIR-DOCUMENTOS
               CLOSE TRABALHO
           ELSE
               DISPLAY "ERRO AO CRIAR FICHEIRO DE TRABALHO"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS7
           END-IF.

       ACUMULAR-VENDAS.
           SET EOF-OK TO FALSE
           SET FS3-OK TO TRUE

           SET FS9-OK TO TRUE
           OPEN INPUT KITS

           OPEN INPUT VENDAS
           IF FS3-OK THEN
               PERFORM ACUMULAR-VENDA-LINHA UNTIL EOF-OK
               CLOSE VENDAS
           ELSE
               DISPLAY "SEM VENDAS REGISTADAS"
           END-IF

           IF FS9-OK THEN
               CLOSE KITS
           END-IF.

       ACUMULAR-VENDA-LINHA.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF VND-DATA > WS-DATA-CORTE
                   AND VND-QUANTIDADE > 0 THEN
                   ADD 1 TO WS-TOTAL-VENDAS
                   IF VND-NOTA-CREDITO THEN
                       MOVE "D" TO WS-ORIGEM-VENDA
                   ELSE
                       MOVE "V" TO WS-ORIGEM-VENDA
                   END-IF
                   SET E-KIT TO FALSE
                   IF FS9-OK THEN
                       PERFORM EXPLODIR-KIT
                   END-IF
                   IF NOT E-KIT THEN
                       MOVE VND-ID-PRODUTO TO WK-ID-PRODUTO
                       MOVE VND-DATA TO WK-DATA
                       MOVE WS-ORIGEM-VENDA TO WK-ORIGEM
                       MOVE VND-QUANTIDADE TO WK-QT-ESPERADA
                       MOVE VND-NUMERO TO WK-DOCUMENTO
                       PERFORM GRAVAR-TRABALHO
                   END-IF
               END-IF
           END-READ.

       EXPLODIR-KIT.
           SET FIM-KIT TO FALSE
           MOVE VND-ID-PRODUTO TO KT-ID-KIT
           MOVE 0 TO KT-ID-COMPONENTE
           START KITS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   SET FIM-KIT TO TRUE
           END-START
           PERFORM EXPLODIR-KIT-LINHA UNTIL FIM-KIT.

       EXPLODIR-KIT-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET FIM-KIT TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL VND-ID-PRODUTO THEN
                   SET FIM-KIT TO TRUE
               ELSE
                   SET E-KIT TO TRUE
                   MOVE KT-ID-COMPONENTE TO WK-ID-PRODUTO
                   MOVE VND-DATA TO WK-DATA
                   MOVE WS-ORIGEM-VENDA TO WK-ORIGEM
                   COMPUTE WK-QT-ESPERADA =
                       VND-QUANTIDADE * KT-QUANTIDADE
                   MOVE VND-NUMERO TO WK-DOCUMENTO
                   PERFORM GRAVAR-TRABALHO
               END-IF
           END-READ.

       ACUMULAR-RECECOES.
           SET EOF-OK TO FALSE
           SET FS4-OK TO TRUE

           OPEN INPUT ENCOMENDAS
           IF FS4-OK THEN
               PERFORM ACUMULAR-RECECAO-LINHA UNTIL EOF-OK
               CLOSE ENCOMENDAS
           ELSE
               DISPLAY "SEM ENCOMENDAS REGISTADAS"
           END-IF.

       ACUMULAR-RECECAO-LINHA.
           READ ENCOMENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ENC-RECEBIDA
                   AND ENC-DATA-RECECAO > WS-DATA-CORTE
                   AND ENC-QT-RECEBIDA > 0 THEN
                   ADD 1 TO WS-TOTAL-RECECOES
                   MOVE ENC-ID-PRODUTO TO WK-ID-PRODUTO
                   MOVE ENC-DATA-RECECAO TO WK-DATA
                   SET WK-RECECAO TO TRUE
                   MOVE ENC-QT-RECEBIDA TO WK-QT-ESPERADA
                   MOVE ENC-NUMERO TO WK-DOCUMENTO
                   PERFORM GRAVAR-TRABALHO
               END-IF
           END-READ.

       GRAVAR-TRABALHO.
           MOVE WK-QT-ESPERADA TO WS-ESPERADO
           WRITE REG-TRABALHO
           INVALID KEY
               READ TRABALHO
               KEY IS WK-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-ESPERADO TO WK-QT-ESPERADA
                   REWRITE REG-TRABALHO
               END-READ
           END-WRITE.

       CONFERIR-DOCUMENTOS.
           SET EOF-OK TO FALSE
           MOVE 0 TO WK-ID-PRODUTO
           MOVE 0 TO WK-DATA
           MOVE SPACES TO WK-ORIGEM
           START TRABALHO KEY IS NOT LESS THAN WK-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM CONFERIR-DOCUMENTO-LINHA UNTIL EOF-OK.

       CONFERIR-DOCUMENTO-LINHA.
           READ TRABALHO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               PERFORM SOMAR-MOVIMENTOS-DIA
               IF WS-QT-ENCONTRADA < WK-QT-ESPERADA THEN
                   PERFORM IMPRIMIR-DOCUMENTO-SEM-MOV
               END-IF
           END-READ.

       SOMAR-MOVIMENTOS-DIA.
           MOVE 0 TO WS-QT-ENCONTRADA
           SET FIM-MOVIMENTOS TO FALSE

           IF MOV-EXISTE THEN
               MOVE WK-ID-PRODUTO TO MOV-ID-PRODUTO
               MOVE WK-DATA TO MOV-DATA
               MOVE 0 TO MOV-SEQ
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       SET FIM-MOVIMENTOS TO TRUE
               END-START
               PERFORM SOMAR-MOVIMENTO-LINHA UNTIL FIM-MOVIMENTOS
           END-IF.

       SOMAR-MOVIMENTO-LINHA.
           READ MOVIMENTOS NEXT RECORD
           AT END
               SET FIM-MOVIMENTOS TO TRUE
           NOT AT END
               IF MOV-ID-PRODUTO NOT EQUAL WK-ID-PRODUTO
                   OR MOV-DATA NOT EQUAL WK-DATA THEN
                   SET FIM-MOVIMENTOS TO TRUE
               ELSE
                   EVALUATE TRUE
                   WHEN WK-VENDA
                       IF MOV-SAIDA
                           AND NOT MOTIVO-TRANSFERENCIA THEN
                           ADD MOV-QUANTIDADE TO WS-QT-ENCONTRADA
                       END-IF
                   WHEN WK-DEVOLUCAO
                       IF MOV-ENTRADA AND MOTIVO-DEVOLUCAO THEN
                           ADD MOV-QUANTIDADE TO WS-QT-ENCONTRADA
                       END-IF
                   WHEN OTHER
                       IF MOV-ENTRADA
                           AND MOV-MOTIVO EQUAL SPACES
                           AND NOT LOCAL-LOJA THEN
                           ADD MOV-QUANTIDADE TO WS-QT-ENCONTRADA
                       END-IF
                   END-EVALUATE
               END-IF
           END-READ.

       IMPRIMIR-DOCUMENTO-SEM-MOV.
           MOVE WK-ID-PRODUTO TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
           END-READ

           EVALUATE TRUE
           WHEN WK-VENDA
               MOVE "VENDA SEM SAIDA (S)" TO WS-TEXTO-OCORRENCIA
           WHEN WK-DEVOLUCAO
               MOVE "DEVOLUCAO SEM ENTRADA (E)" TO WS-TEXTO-OCORRENCIA
           WHEN OTHER
               MOVE "RECECAO SEM ENTRADA (E)" TO WS-TEXTO-OCORRENCIA
           END-EVALUATE
           MOVE WK-DATA TO WS-DATA-OCORRENCIA
           MOVE WK-DOCUMENTO TO WS-DOC-OCORRENCIA
           MOVE WK-QT-ESPERADA TO WS-ESPERADO
           MOVE WS-QT-ENCONTRADA TO WS-GRAVADO
           PERFORM IMPRIMIR-EXCECAO.

       VERIFICAR-RESERVAS.
           MOVE "RESERVAS DE PENDENTES ACIMA DO STOCK EXISTENTE"
               TO WS-CAB-TITULO
           PERFORM ESCREVER-SECCAO

           SET FS5-OK TO TRUE
           OPEN INPUT PENDENTES
           IF FS5-OK THEN
               SET EOF-OK TO FALSE
               MOVE 0 TO ID-PRODUTO
               START PRODUTO KEY IS NOT LESS THAN ID-PRODUTO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM VERIFICAR-RESERVA-PRODUTO UNTIL EOF-OK
               CLOSE PENDENTES
           ELSE
               DISPLAY "SEM PENDENTES REGISTADOS"
           END-IF.

       VERIFICAR-RESERVA-PRODUTO.
           READ PRODUTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE 0 TO WS-QT-RESERVADA
               SET FIM-PENDENTES TO FALSE
               MOVE ID-PRODUTO TO BO-ID-PRODUTO
               MOVE 0 TO BO-DATA
               MOVE 0 TO BO-SEQ
               START PENDENTES KEY IS NOT LESS THAN BO-CHAVE
                   INVALID KEY
                       SET FIM-PENDENTES TO TRUE
               END-START
               PERFORM SOMAR-RESERVA-LINHA UNTIL FIM-PENDENTES
               IF WS-QT-RESERVADA > QT-PRODUTO THEN
                   MOVE 0 TO WS-DATA-OCORRENCIA
                   MOVE 0 TO WS-DOC-OCORRENCIA
                   MOVE "RESERVAS ACIMA DO STOCK"
                       TO WS-TEXTO-OCORRENCIA
                   MOVE QT-PRODUTO TO WS-ESPERADO
                   MOVE WS-QT-RESERVADA TO WS-GRAVADO
                   PERFORM IMPRIMIR-EXCECAO
               END-IF
           END-READ.

       SOMAR-RESERVA-LINHA.
           READ PENDENTES NEXT RECORD
           AT END
               SET FIM-PENDENTES TO TRUE
           NOT AT END
               IF BO-ID-PRODUTO NOT EQUAL ID-PRODUTO THEN
                   SET FIM-PENDENTES TO TRUE
               ELSE
                   IF BO-RESERVADA THEN
                       ADD 1 TO WS-TOTAL-RESERVAS
                       ADD BO-QUANTIDADE TO WS-QT-RESERVADA
                   END-IF
               END-IF
           END-READ.

       IMPRIMIR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES
           MOVE ID-PRODUTO TO WS-LE-ID
           MOVE NOME-PRODUTO TO WS-LE-NOME
           IF WS-DATA-OCORRENCIA > 0 THEN
               MOVE WS-DATA-OCORRENCIA TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WS-LE-DATA
           ELSE
               MOVE SPACES TO WS-LE-DATA
           END-IF
           IF WS-DOC-OCORRENCIA > 0 THEN
               MOVE WS-DOC-OCORRENCIA TO WS-ED-DOC
               MOVE WS-ED-DOC TO WS-LE-DOC
           ELSE
               MOVE SPACES TO WS-LE-DOC
           END-IF
           MOVE WS-TEXTO-OCORRENCIA TO WS-LE-OCORRENCIA
           MOVE WS-ESPERADO TO WS-LE-ESPERADO
           MOVE WS-GRAVADO TO WS-LE-GRAVADO
           MOVE WS-LIN-EXCECAO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-EXCECAO.

       IMPRIMIR-RESUMO.
           MOVE "RESUMO DA AUDITORIA" TO WS-CAB-TITULO
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-CAB-TITULO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           MOVE "PRODUTOS ANALISADOS" TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-PRODUTOS TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "MOVIMENTOS REPOSTOS" TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-MOVIMENTOS TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "PRODUTOS SO VERIFICADOS NO TOTAL (SEM LOCAL)"
               TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-SO-TOTAL TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "LINHAS DE VENDAS VERIFICADAS" TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-VENDAS TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "LINHAS DE ENCOMENDAS RECEBIDAS VERIFICADAS"
               TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-RECECOES TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "RESERVAS DE PENDENTES VERIFICADAS"
               TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-RESERVAS TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO
           MOVE "EXCECOES ENCONTRADAS" TO WS-LR-DESCRICAO
           MOVE WS-TOTAL-EXCECOES TO WS-LR-VALOR
           PERFORM IMPRIMIR-LINHA-RESUMO.

       IMPRIMIR-LINHA-RESUMO.
           MOVE WS-LIN-RESUMO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-RESUMO.

       EDITAR-DATA.
           MOVE WS-DA-DIA TO WS-DE-DIA
           MOVE WS-DA-MES TO WS-DE-MES
           MOVE WS-DA-ANO TO WS-DE-ANO.

       ABRIR-LISTAGEM.
           SET FS8-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DS-DIA TO WS-CD-DIA
           MOVE WS-DS-MES TO WS-CD-MES
           MOVE WS-DS-ANO TO WS-CD-ANO
           IF WS-DATA-CORTE > 0 THEN
               MOVE WS-DATA-CORTE TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WS-CD-CORTE
           ELSE
               MOVE "ORIGEM" TO WS-CD-CORTE
           END-IF

           OPEN OUTPUT LISTAGEM
           IF NOT FS8-OK THEN
               DISPLAY "AVISO: LISTAGEM INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS8
           END-IF.

       ESCREVER-SECCAO.
           IF FS8-OK THEN
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
           IF FS8-OK THEN
               IF WS-LINHA-CONT NOT LESS THAN WS-LINHAS-PAGINA THEN
                   MOVE REG-LISTAGEM TO WS-LIN-GUARDADA
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-LIN-GUARDADA TO REG-LISTAGEM
               END-IF
               WRITE REG-LISTAGEM
               ADD 1 TO WS-LINHA-CONT
           END-IF.

       FECHAR-LISTAGEM.
           IF FS8-OK THEN
               CLOSE LISTAGEM
               DISPLAY "LISTAGEM GRAVADA EM AUDSTOCK.LST"
           END-IF.
