       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "C:\COBOL\VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT VENDAS-ARQ ASSIGN TO "C:\COBOL\VENDAS-ARQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT CLIENTE ASSIGN TO "C:\COBOL\CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS3.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS4.
           SELECT TRABALHO ASSIGN TO "C:\COBOL\ANALISE-TMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WK-CHAVE
           FILE STATUS IS WS-FS5.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\ANALISE.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.
           SELECT EXTRATO ASSIGN TO "C:\COBOL\ANALISE.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS.
           COPY VENDA.
       FD VENDAS-ARQ.
       01 REG-VND-ARQ           PIC X(79).
       FD CLIENTE.
           COPY CLIENTE.
       FD PRODUTO.
           COPY PRODUTO.
       FD TRABALHO.
       01 REG-TRABALHO.
           03 WK-CHAVE.
               05 WK-CLIENTE       PIC 9(3).
               05 WK-ID-PRODUTO    PIC 9(3).
           03 WK-QUANTIDADE        PIC S9(7).
           03 WK-VALOR             PIC S9(9)V99.
           03 WK-VALOR-ANTERIOR    PIC S9(9)V99.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).
       FD EXTRATO.
       01 REG-EXTRATO           PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-ANO                PIC 9(4).
       01 WS-ANO-ANTERIOR       PIC 9(4).
       01 WS-DATA-ARQUIVO       PIC 9(8).
       01 WS-QT-LINHA           PIC S9(5).
       01 WS-VALOR-LINHA        PIC S9(9)V99.
       01 WS-TOT-ATUAL          PIC S9(9)V99.
       01 WS-TOT-ANTERIOR       PIC S9(9)V99.
       01 WS-SUB-ATUAL          PIC S9(9)V99.
       01 WS-SUB-ANTERIOR       PIC S9(9)V99.
       01 WS-VALOR-NOVO         PIC S9(9)V99.
       01 WS-VALOR-BASE         PIC S9(9)V99.
       01 WS-VARIACAO           PIC S9(11)V9.
       01 WS-NOME-CLIENTE       PIC X(20).
       01 WS-NOME-PRODUTO       PIC X(15).
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
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-ANO         PIC 9(4).
       01 WS-TAB-CLIENTES.
           03 WS-TAB-CLI OCCURS 1000 TIMES.
               05 WS-TC-ATUAL           PIC S9(9)V99.
               05 WS-TC-ANTERIOR        PIC S9(9)V99.
               05 WS-TC-COMPRAS-ATUAL   PIC 9(5).
               05 WS-TC-COMPRAS-ANTERIOR PIC 9(5).
               05 WS-TC-ULTIMA-COMPRA   PIC 9(8).
               05 WS-TC-LISTADO         PIC X(01).
       01 WS-TAB-MESES.
           03 WS-TAB-MES OCCURS 12 TIMES.
               05 WS-TM-ATUAL    PIC S9(9)V99.
               05 WS-TM-ANTERIOR PIC S9(9)V99.
       01 WS-NOMES-MESES.
           03 FILLER            PIC X(36)
               VALUE "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01 FILLER REDEFINES WS-NOMES-MESES.
           03 WS-NOME-MES OCCURS 12 TIMES PIC X(03).
       01 WS-VARIACAO-TXT.
           03 WS-VT-VALOR       PIC +(4)9,9.
           03 WS-VT-PCT         PIC X(01).
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
           03 FILLER            PIC X(13)
               VALUE " - VENDAS DE ".
           03 WS-CD-ANALISE     PIC 9(4).
           03 FILLER            PIC X(16)
               VALUE " COMPARADAS COM ".
           03 WS-CD-ANTERIOR    PIC 9(4).
       01 WS-CAB-TITULO         PIC X(90).
       01 WS-CAB-COLUNAS        PIC X(90).
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-COL-RANKING.
           03 FILLER            PIC X(45)
               VALUE " POS  COD  CLIENTE                  VENDAS AN".
           03 FILLER            PIC X(45)
               VALUE "O   ANO ANTERIOR  VARIACAO                   ".
       01 WS-COL-MATRIZ.
           03 FILLER            PIC X(45)
               VALUE "COD  CLIENTE                ID  PRODUTO      ".
           03 FILLER            PIC X(45)
               VALUE "    QUANT.     VENDAS ANO   ANO ANTERIOR     ".
       01 WS-COL-MENSAL.
           03 FILLER            PIC X(45)
               VALUE "MES      VENDAS ANO   ANO ANTERIOR      DIFER".
           03 FILLER            PIC X(45)
               VALUE "ENCA  VARIACAO                               ".
       01 WS-COL-PERDIDOS.
           03 FILLER            PIC X(45)
               VALUE "COD  CLIENTE                ANO ANTERIOR    U".
           03 FILLER            PIC X(45)
               VALUE "LTIMA COMPRA                                 ".
       01 WS-CAB-EXTRATO.
           03 FILLER            PIC X(48)
               VALUE "SECCAO;ANO;POSICAO;CLIENTE;NOME CLIENTE;PRODUTO;".
           03 FILLER            PIC X(34)
               VALUE "NOME PRODUTO;MES;QUANTIDADE;VALOR ".
           03 FILLER            PIC X(22)
               VALUE "ANO;VALOR ANO ANTERIOR".
       01 WS-LIN-RANKING.
           03 WS-LR-POSICAO     PIC ZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LR-COD         PIC 9(3).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LR-NOME        PIC X(20).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LR-ATUAL       PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LR-ANTERIOR    PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LR-VARIACAO    PIC X(08).
       01 WS-LIN-MATRIZ.
           03 WS-LM-COD         PIC 9(3).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LM-NOME        PIC X(20).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LM-ID          PIC 9(3).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LM-PRODUTO     PIC X(15).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LM-QT          PIC +(6)9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LM-VALOR       PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LM-ANTERIOR    PIC +(9)9,99.
       01 WS-LIN-SUBTOTAL.
           03 FILLER            PIC X(32) VALUE SPACES.
           03 FILLER            PIC X(16) VALUE "TOTAL DO CLIENTE".
           03 FILLER            PIC X(09) VALUE SPACES.
           03 WS-LS-VALOR       PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LS-ANTERIOR    PIC +(9)9,99.
       01 WS-LIN-MES.
           03 WS-LX-MES         PIC X(05).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LX-ATUAL       PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LX-ANTERIOR    PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LX-DIFERENCA   PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LX-VARIACAO    PIC X(08).
       01 WS-LIN-PERDIDO.
           03 WS-LP-COD         PIC 9(3).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-NOME        PIC X(20).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-ANTERIOR    PIC +(9)9,99.
           03 FILLER            PIC X(04) VALUE SPACES.
           03 WS-LP-ULTIMA      PIC X(10).
       01 WS-LIN-TOTAL.
           03 FILLER            PIC X(11) VALUE SPACES.
           03 FILLER            PIC X(22) VALUE "TOTAL".
           03 WS-LT-ATUAL       PIC +(9)9,99.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LT-ANTERIOR    PIC +(9)9,99.
       01 WS-LIN-TOTAL-PERDIDOS.
           03 FILLER            PIC X(22)
               VALUE "CLIENTES SEM COMPRAS: ".
           03 WS-LTP-CLIENTES   PIC ZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LTP-ANTERIOR   PIC +(9)9,99.
       01 WS-CSV-TEXTO          PIC X(40).
       01 WS-CSV-VALOR          PIC S9(9)V99.
       01 WS-CSV-INTEIRO        PIC S9(7).
       01 WS-ED-CSV-VALOR       PIC -(9)9,99.
       01 WS-ED-CSV-INTEIRO     PIC -(7)9.
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
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-CLIENTE-ABERTO     PIC X.
          88 CLIENTE-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-PRODUTO-ABERTO     PIC X.
          88 PRODUTO-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-FIM-TEXTO          PIC X.
          88 FIM-TEXTO         VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRO-CAMPO     PIC X.
          88 PRIMEIRO-CAMPO    VALUE 'S' FALSE 'N'.
       77 WS-I                  PIC 9(4).
       77 WS-M                  PIC 99.
       77 WS-POS-CLI            PIC 9(4).
       77 WS-MELHOR             PIC 9(4).
       77 WS-POSICAO            PIC 9(4).
       77 WS-COD-BUSCA          PIC 9(3).
       77 WS-CLIENTE-QUEBRA     PIC 9(4).
       77 WS-TAM                PIC 99.
       77 WS-BRANCOS            PIC 99.
       77 WS-PONTEIRO-LINHA     PIC 9(3).
       77 WS-TOTAL-LIDAS        PIC 9(7).
       77 WS-TOTAL-ARQUIVO      PIC 9(7).
       77 WS-SKIP-VND           PIC 9(7).
       77 WS-TOTAL-PERDIDOS     PIC 9(4).
       77 WS-TOTAL-EXTRATO      PIC 9(6).
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       ANALISE-MAIN.
           SET FS-OK TO TRUE
           SET FS5-OK TO TRUE
           MOVE 0 TO WS-TOT-ATUAL
           MOVE 0 TO WS-TOT-ANTERIOR
           MOVE 0 TO WS-TOTAL-LIDAS
           MOVE 0 TO WS-TOTAL-ARQUIVO
           INITIALIZE WS-TAB-CLIENTES
           INITIALIZE WS-TAB-MESES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "ANALISE DE VENDAS POR CLIENTE E PRODUTO"
           DISPLAY "ANO A ANALISAR (AAAA, 0 = ANO CORRENTE):"
           ACCEPT WS-ANO
           IF WS-ANO EQUAL 0 THEN
               MOVE WS-DS-ANO TO WS-ANO
           END-IF
           COMPUTE WS-ANO-ANTERIOR = WS-ANO - 1

           OPEN INPUT VENDAS
           IF NOT FS-OK THEN
               DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRABALHO
           CLOSE TRABALHO
           OPEN I-O TRABALHO
           IF NOT FS5-OK THEN
               DISPLAY "ERRO AO CRIAR FICHEIRO DE TRABALHO"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS5
               CLOSE VENDAS
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           PERFORM LER-VENDAS-ARQUIVADAS
           PERFORM LER-VENDAS-CORRENTES
           CLOSE VENDAS

           PERFORM ABRIR-FICHEIROS-MESTRE
           PERFORM ABRIR-LISTAGEM
           PERFORM ABRIR-EXTRATO

           PERFORM IMPRIMIR-RANKING
           PERFORM IMPRIMIR-MATRIZ
           PERFORM IMPRIMIR-MENSAL
           PERFORM IMPRIMIR-PERDIDOS

           PERFORM FECHAR-LISTAGEM
           PERFORM FECHAR-EXTRATO
           CLOSE TRABALHO
           IF CLIENTE-DISPONIVEL THEN
               CLOSE CLIENTE
           END-IF
           IF PRODUTO-DISPONIVEL THEN
               CLOSE PRODUTO
           END-IF

           DISPLAY "LINHAS DE VENDA ANALISADAS: " WS-TOTAL-LIDAS
               " (ARQUIVO: " WS-TOTAL-ARQUIVO ")"
           MOVE WS-TOT-ATUAL TO WS-ED-CSV-VALOR
           DISPLAY "VENDAS LIQUIDAS " WS-ANO ": " WS-ED-CSV-VALOR
           MOVE WS-TOT-ANTERIOR TO WS-ED-CSV-VALOR
           DISPLAY "VENDAS LIQUIDAS " WS-ANO-ANTERIOR ": "
               WS-ED-CSV-VALOR
           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

       LER-VENDAS-ARQUIVADAS.
           SET EOF-OK TO FALSE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-DATA-ARQUIVO

           OPEN INPUT VENDAS-ARQ
           IF WS-FS2 EQUAL 35 THEN
               CONTINUE
           ELSE
               IF FS2-OK THEN
                   PERFORM LER-VENDA-ARQUIVADA UNTIL EOF-OK
                   CLOSE VENDAS-ARQ
               ELSE
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE VENDAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
           END-IF.

       LER-VENDA-ARQUIVADA.
           READ VENDAS-ARQ NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE REG-VND-ARQ TO REG-VENDA
               IF VND-DATA > WS-DATA-ARQUIVO THEN
                   MOVE VND-DATA TO WS-DATA-ARQUIVO
               END-IF
               ADD 1 TO WS-TOTAL-ARQUIVO
               PERFORM ACUMULAR-VENDA
           END-READ.

       LER-VENDAS-CORRENTES.
           SET EOF-OK TO FALSE
           MOVE WS-TOTAL-ARQUIVO TO WS-SKIP-VND
           PERFORM LER-VENDA-CORRENTE UNTIL EOF-OK.

       LER-VENDA-CORRENTE.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF VND-DATA NOT GREATER THAN WS-DATA-ARQUIVO
                   AND WS-SKIP-VND > 0 THEN
                   SUBTRACT 1 FROM WS-SKIP-VND
               ELSE
                   PERFORM ACUMULAR-VENDA
               END-IF
           END-READ.

       ACUMULAR-VENDA.
           MOVE VND-DATA TO WS-DATA-AUX
           IF (WS-DA-ANO EQUAL WS-ANO
               OR WS-DA-ANO EQUAL WS-ANO-ANTERIOR)
               AND WS-DA-MES > 0 AND WS-DA-MES < 13 THEN
               ADD 1 TO WS-TOTAL-LIDAS
               COMPUTE WS-VALOR-LINHA =
                   VND-PRC-UNITARIO * VND-QUANTIDADE
               MOVE VND-QUANTIDADE TO WS-QT-LINHA
               IF VND-NOTA-CREDITO THEN
                   COMPUTE WS-VALOR-LINHA = 0 - WS-VALOR-LINHA
                   COMPUTE WS-QT-LINHA = 0 - WS-QT-LINHA
               END-IF
               COMPUTE WS-POS-CLI = VND-COD-CLIENTE + 1
               IF WS-DA-ANO EQUAL WS-ANO THEN
                   PERFORM ACUMULAR-ANO-ATUAL
               ELSE
                   PERFORM ACUMULAR-ANO-ANTERIOR
               END-IF
               IF VND-ID-PRODUTO > 0 THEN
                   PERFORM ACUMULAR-MATRIZ
               END-IF
           END-IF.

       ACUMULAR-ANO-ATUAL.
           ADD WS-VALOR-LINHA TO WS-TC-ATUAL(WS-POS-CLI)
           ADD WS-VALOR-LINHA TO WS-TM-ATUAL(WS-DA-MES)
           ADD WS-VALOR-LINHA TO WS-TOT-ATUAL
           IF VND-FATURA THEN
               ADD 1 TO WS-TC-COMPRAS-ATUAL(WS-POS-CLI)
           END-IF.

       ACUMULAR-ANO-ANTERIOR.
           ADD WS-VALOR-LINHA TO WS-TC-ANTERIOR(WS-POS-CLI)
           ADD WS-VALOR-LINHA TO WS-TM-ANTERIOR(WS-DA-MES)
           ADD WS-VALOR-LINHA TO WS-TOT-ANTERIOR
           IF VND-FATURA THEN
               ADD 1 TO WS-TC-COMPRAS-ANTERIOR(WS-POS-CLI)
               IF VND-DATA > WS-TC-ULTIMA-COMPRA(WS-POS-CLI) THEN
                   MOVE VND-DATA TO WS-TC-ULTIMA-COMPRA(WS-POS-CLI)
               END-IF
           END-IF.

       ACUMULAR-MATRIZ.
           MOVE VND-COD-CLIENTE TO WK-CLIENTE
           MOVE VND-ID-PRODUTO TO WK-ID-PRODUTO
           IF WS-DA-ANO EQUAL WS-ANO THEN
               MOVE WS-QT-LINHA TO WK-QUANTIDADE
               MOVE WS-VALOR-LINHA TO WK-VALOR
               MOVE 0 TO WK-VALOR-ANTERIOR
           ELSE
               MOVE 0 TO WK-QUANTIDADE
               MOVE 0 TO WK-VALOR
               MOVE WS-VALOR-LINHA TO WK-VALOR-ANTERIOR
           END-IF
           WRITE REG-TRABALHO
           INVALID KEY
               READ TRABALHO
               KEY IS WK-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DA-ANO EQUAL WS-ANO THEN
                       ADD WS-QT-LINHA TO WK-QUANTIDADE
                       ADD WS-VALOR-LINHA TO WK-VALOR
                   ELSE
                       ADD WS-VALOR-LINHA TO WK-VALOR-ANTERIOR
                   END-IF
                   REWRITE REG-TRABALHO
               END-READ
           END-WRITE.

       ABRIR-FICHEIROS-MESTRE.
           SET FS3-OK TO TRUE
           SET FS4-OK TO TRUE
           SET CLIENTE-DISPONIVEL TO TRUE
           SET PRODUTO-DISPONIVEL TO TRUE

           OPEN INPUT CLIENTE
           IF NOT FS3-OK THEN
               SET CLIENTE-DISPONIVEL TO FALSE
               DISPLAY "AVISO: FICHEIRO DE CLIENTES INDISPONIVEL"
           END-IF
           OPEN INPUT PRODUTO
           IF NOT FS4-OK THEN
               SET PRODUTO-DISPONIVEL TO FALSE
               DISPLAY "AVISO: FICHEIRO DE PRODUTOS INDISPONIVEL"
           END-IF.

       OBTER-NOME-CLIENTE.
           MOVE "SEM FICHA DE CLIENTE" TO WS-NOME-CLIENTE
           IF CLIENTE-DISPONIVEL THEN
               MOVE WS-COD-BUSCA TO COD-CLIENTE
               READ CLIENTE
               KEY IS COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-CLIENTE TO WS-NOME-CLIENTE
               END-READ
           END-IF.

       OBTER-NOME-PRODUTO.
           MOVE "SEM FICHA" TO WS-NOME-PRODUTO
           IF PRODUTO-DISPONIVEL THEN
               MOVE WK-ID-PRODUTO TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOME-PRODUTO TO WS-NOME-PRODUTO
               END-READ
           END-IF.

       CALCULAR-VARIACAO.
           IF WS-VALOR-BASE > 0 THEN
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-VALOR-NOVO - WS-VALOR-BASE) * 100
                   / WS-VALOR-BASE
               IF WS-VARIACAO > 9999,9 THEN
                   MOVE 9999,9 TO WS-VARIACAO
               END-IF
               IF WS-VARIACAO < -9999,9 THEN
                   MOVE -9999,9 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO WS-VT-VALOR
               MOVE "%" TO WS-VT-PCT
           ELSE
               MOVE "      -" TO WS-VARIACAO-TXT
           END-IF.

       IMPRIMIR-RANKING.
           MOVE "RANKING DE CLIENTES POR VENDAS LIQUIDAS (SEM IVA)"
               TO WS-CAB-TITULO
           MOVE WS-COL-RANKING TO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           MOVE 0 TO WS-POSICAO
           PERFORM SELECIONAR-CLIENTE-RANKING
           PERFORM IMPRIMIR-RANKING-LINHA UNTIL WS-MELHOR EQUAL 0

           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOT-ATUAL TO WS-LT-ATUAL
           MOVE WS-TOT-ANTERIOR TO WS-LT-ANTERIOR
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           DISPLAY "CLIENTES COM VENDAS EM " WS-ANO ": " WS-POSICAO.

       SELECIONAR-CLIENTE-RANKING.
           MOVE 0 TO WS-MELHOR
           MOVE 1 TO WS-I
           PERFORM COMPARAR-CLIENTE-RANKING UNTIL WS-I > 1000.

       COMPARAR-CLIENTE-RANKING.
           IF WS-TC-LISTADO(WS-I) NOT EQUAL "S"
               AND (WS-TC-COMPRAS-ATUAL(WS-I) > 0
                   OR WS-TC-ATUAL(WS-I) NOT EQUAL 0) THEN
               IF WS-MELHOR EQUAL 0 THEN
                   MOVE WS-I TO WS-MELHOR
               ELSE
                   IF WS-TC-ATUAL(WS-I) > WS-TC-ATUAL(WS-MELHOR) THEN
                       MOVE WS-I TO WS-MELHOR
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-I.

       IMPRIMIR-RANKING-LINHA.
           ADD 1 TO WS-POSICAO
           MOVE "S" TO WS-TC-LISTADO(WS-MELHOR)
           COMPUTE WS-COD-BUSCA = WS-MELHOR - 1
           PERFORM OBTER-NOME-CLIENTE

           MOVE WS-TC-ATUAL(WS-MELHOR) TO WS-VALOR-NOVO
           MOVE WS-TC-ANTERIOR(WS-MELHOR) TO WS-VALOR-BASE
           PERFORM CALCULAR-VARIACAO

           MOVE WS-POSICAO TO WS-LR-POSICAO
           MOVE WS-COD-BUSCA TO WS-LR-COD
           MOVE WS-NOME-CLIENTE TO WS-LR-NOME
           MOVE WS-VALOR-NOVO TO WS-LR-ATUAL
           MOVE WS-VALOR-BASE TO WS-LR-ANTERIOR
           MOVE WS-VARIACAO-TXT TO WS-LR-VARIACAO
           MOVE WS-LIN-RANKING TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           PERFORM INICIAR-EXTRATO
           MOVE "RANKING" TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           MOVE WS-ANO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-POSICAO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-COD-BUSCA TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-NOME-CLIENTE TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WS-VALOR-NOVO TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           MOVE WS-VALOR-BASE TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           PERFORM GRAVAR-EXTRATO

           PERFORM SELECIONAR-CLIENTE-RANKING.

       IMPRIMIR-MATRIZ.
           MOVE "VENDAS LIQUIDAS POR CLIENTE E PRODUTO" TO WS-CAB-TITULO
           MOVE WS-COL-MATRIZ TO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           SET EOF-OK TO FALSE
           MOVE 9999 TO WS-CLIENTE-QUEBRA
           MOVE 0 TO WK-CLIENTE
           MOVE 0 TO WK-ID-PRODUTO
           START TRABALHO KEY IS NOT LESS THAN WK-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM IMPRIMIR-MATRIZ-LINHA UNTIL EOF-OK
           IF WS-CLIENTE-QUEBRA NOT EQUAL 9999 THEN
               PERFORM IMPRIMIR-SUBTOTAL-CLIENTE
           END-IF.

       IMPRIMIR-MATRIZ-LINHA.
           READ TRABALHO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WK-CLIENTE NOT EQUAL WS-CLIENTE-QUEBRA THEN
                   IF WS-CLIENTE-QUEBRA NOT EQUAL 9999 THEN
                       PERFORM IMPRIMIR-SUBTOTAL-CLIENTE
                   END-IF
                   MOVE WK-CLIENTE TO WS-CLIENTE-QUEBRA
                   MOVE WK-CLIENTE TO WS-COD-BUSCA
                   PERFORM OBTER-NOME-CLIENTE
                   MOVE 0 TO WS-SUB-ATUAL
                   MOVE 0 TO WS-SUB-ANTERIOR
               END-IF
               PERFORM IMPRIMIR-CELULA-MATRIZ
           END-READ.

       IMPRIMIR-CELULA-MATRIZ.
           PERFORM OBTER-NOME-PRODUTO
           ADD WK-VALOR TO WS-SUB-ATUAL
           ADD WK-VALOR-ANTERIOR TO WS-SUB-ANTERIOR

           MOVE WK-CLIENTE TO WS-LM-COD
           MOVE WS-NOME-CLIENTE TO WS-LM-NOME
           MOVE WK-ID-PRODUTO TO WS-LM-ID
           MOVE WS-NOME-PRODUTO TO WS-LM-PRODUTO
           MOVE WK-QUANTIDADE TO WS-LM-QT
           MOVE WK-VALOR TO WS-LM-VALOR
           MOVE WK-VALOR-ANTERIOR TO WS-LM-ANTERIOR
           MOVE WS-LIN-MATRIZ TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           PERFORM INICIAR-EXTRATO
           MOVE "MATRIZ" TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           MOVE WS-ANO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WK-CLIENTE TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-NOME-CLIENTE TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           MOVE WK-ID-PRODUTO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-NOME-PRODUTO TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WK-QUANTIDADE TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WK-VALOR TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           MOVE WK-VALOR-ANTERIOR TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           PERFORM GRAVAR-EXTRATO.

       IMPRIMIR-SUBTOTAL-CLIENTE.
           MOVE WS-SUB-ATUAL TO WS-LS-VALOR
           MOVE WS-SUB-ANTERIOR TO WS-LS-ANTERIOR
           MOVE WS-LIN-SUBTOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-MENSAL.
           MOVE "VENDAS LIQUIDAS POR MES" TO WS-CAB-TITULO
           MOVE WS-COL-MENSAL TO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           MOVE 1 TO WS-M
           PERFORM IMPRIMIR-MES-LINHA UNTIL WS-M > 12

           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE "TOTAL" TO WS-LX-MES
           MOVE WS-TOT-ATUAL TO WS-VALOR-NOVO
           MOVE WS-TOT-ANTERIOR TO WS-VALOR-BASE
           PERFORM IMPRIMIR-VALORES-MES.

       IMPRIMIR-MES-LINHA.
           MOVE WS-NOME-MES(WS-M) TO WS-LX-MES
           MOVE WS-TM-ATUAL(WS-M) TO WS-VALOR-NOVO
           MOVE WS-TM-ANTERIOR(WS-M) TO WS-VALOR-BASE
           PERFORM IMPRIMIR-VALORES-MES

           PERFORM INICIAR-EXTRATO
           MOVE "MENSAL" TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           MOVE WS-ANO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WS-M TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WS-VALOR-NOVO TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           MOVE WS-VALOR-BASE TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           PERFORM GRAVAR-EXTRATO

           ADD 1 TO WS-M.

       IMPRIMIR-VALORES-MES.
           PERFORM CALCULAR-VARIACAO
           MOVE WS-VALOR-NOVO TO WS-LX-ATUAL
           MOVE WS-VALOR-BASE TO WS-LX-ANTERIOR
           COMPUTE WS-LX-DIFERENCA = WS-VALOR-NOVO - WS-VALOR-BASE
           MOVE WS-VARIACAO-TXT TO WS-LX-VARIACAO
           MOVE WS-LIN-MES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-PERDIDOS.
           MOVE "CLIENTES QUE COMPRARAM NO ANO ANTERIOR E NAO NESTE ANO"
               TO WS-CAB-TITULO
           MOVE WS-COL-PERDIDOS TO WS-CAB-COLUNAS
           PERFORM ESCREVER-SECCAO

           MOVE 0 TO WS-TOTAL-PERDIDOS
           MOVE 0 TO WS-SUB-ANTERIOR
           MOVE 1 TO WS-I
           PERFORM VERIFICAR-CLIENTE-PERDIDO UNTIL WS-I > 1000

           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-PERDIDOS TO WS-LTP-CLIENTES
           MOVE WS-SUB-ANTERIOR TO WS-LTP-ANTERIOR
           MOVE WS-LIN-TOTAL-PERDIDOS TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           DISPLAY "CLIENTES SEM COMPRAS EM " WS-ANO ": "
               WS-TOTAL-PERDIDOS.

       VERIFICAR-CLIENTE-PERDIDO.
           IF WS-TC-COMPRAS-ANTERIOR(WS-I) > 0
               AND WS-TC-COMPRAS-ATUAL(WS-I) EQUAL 0 THEN
               PERFORM IMPRIMIR-CLIENTE-PERDIDO
           END-IF
           ADD 1 TO WS-I.

       IMPRIMIR-CLIENTE-PERDIDO.
           ADD 1 TO WS-TOTAL-PERDIDOS
           ADD WS-TC-ANTERIOR(WS-I) TO WS-SUB-ANTERIOR
           COMPUTE WS-COD-BUSCA = WS-I - 1
           PERFORM OBTER-NOME-CLIENTE

           MOVE WS-TC-ULTIMA-COMPRA(WS-I) TO WS-DATA-AUX
           MOVE WS-DA-DIA TO WS-DE-DIA
           MOVE WS-DA-MES TO WS-DE-MES
           MOVE WS-DA-ANO TO WS-DE-ANO

           MOVE WS-COD-BUSCA TO WS-LP-COD
           MOVE WS-NOME-CLIENTE TO WS-LP-NOME
           MOVE WS-TC-ANTERIOR(WS-I) TO WS-LP-ANTERIOR
           MOVE WS-DATA-EDITADA TO WS-LP-ULTIMA
           MOVE WS-LIN-PERDIDO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           PERFORM INICIAR-EXTRATO
           MOVE "PERDIDO" TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           MOVE WS-ANO TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WS-COD-BUSCA TO WS-CSV-INTEIRO
           PERFORM ACRESCENTAR-INTEIRO
           MOVE WS-NOME-CLIENTE TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           PERFORM ACRESCENTAR-VAZIO
           MOVE WS-TC-ATUAL(WS-I) TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           MOVE WS-TC-ANTERIOR(WS-I) TO WS-CSV-VALOR
           PERFORM ACRESCENTAR-VALOR
           PERFORM GRAVAR-EXTRATO.

       ABRIR-EXTRATO.
           SET FS7-OK TO TRUE
           MOVE 0 TO WS-TOTAL-EXTRATO

           OPEN OUTPUT EXTRATO
           IF FS7-OK THEN
               MOVE WS-CAB-EXTRATO TO REG-EXTRATO
               WRITE REG-EXTRATO
           ELSE
               DISPLAY "AVISO: EXTRATO INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS7
           END-IF.

       INICIAR-EXTRATO.
           MOVE SPACES TO REG-EXTRATO
           MOVE 1 TO WS-PONTEIRO-LINHA
           SET PRIMEIRO-CAMPO TO TRUE.

       ACRESCENTAR-TEXTO.
           INSPECT WS-CSV-TEXTO REPLACING ALL ";" BY ","
           MOVE 40 TO WS-TAM
           SET FIM-TEXTO TO FALSE
           PERFORM RECUAR-TEXTO UNTIL WS-TAM EQUAL 0 OR FIM-TEXTO

           IF PRIMEIRO-CAMPO THEN
               SET PRIMEIRO-CAMPO TO FALSE
           ELSE
               STRING ";" DELIMITED BY SIZE
                   INTO REG-EXTRATO WITH POINTER WS-PONTEIRO-LINHA
           END-IF
           IF WS-TAM > 0 THEN
               STRING WS-CSV-TEXTO(1:WS-TAM) DELIMITED BY SIZE
                   INTO REG-EXTRATO WITH POINTER WS-PONTEIRO-LINHA
           END-IF.

       RECUAR-TEXTO.
           IF WS-CSV-TEXTO(WS-TAM:1) NOT EQUAL SPACE THEN
               SET FIM-TEXTO TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-TAM
           END-IF.

       ACRESCENTAR-VALOR.
           MOVE WS-CSV-VALOR TO WS-ED-CSV-VALOR
           MOVE 0 TO WS-BRANCOS
           INSPECT WS-ED-CSV-VALOR TALLYING WS-BRANCOS
               FOR LEADING SPACES
           MOVE WS-ED-CSV-VALOR(WS-BRANCOS + 1:) TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO.

       ACRESCENTAR-INTEIRO.
           MOVE WS-CSV-INTEIRO TO WS-ED-CSV-INTEIRO
           MOVE 0 TO WS-BRANCOS
           INSPECT WS-ED-CSV-INTEIRO TALLYING WS-BRANCOS
               FOR LEADING SPACES
           MOVE WS-ED-CSV-INTEIRO(WS-BRANCOS + 1:) TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO.

       ACRESCENTAR-VAZIO.
           MOVE SPACES TO WS-CSV-TEXTO
           PERFORM ACRESCENTAR-TEXTO.

       GRAVAR-EXTRATO.
           IF FS7-OK THEN
               WRITE REG-EXTRATO
               ADD 1 TO WS-TOTAL-EXTRATO
           END-IF.

       FECHAR-EXTRATO.
           IF FS7-OK THEN
               CLOSE EXTRATO
               DISPLAY "EXTRATO GRAVADO EM ANALISE.CSV: "
                   WS-TOTAL-EXTRATO " LINHAS"
           END-IF.

       ABRIR-LISTAGEM.
           SET FS6-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE WS-DS-DIA TO WS-CD-DIA
           MOVE WS-DS-MES TO WS-CD-MES
           MOVE WS-DS-ANO TO WS-CD-ANO
           MOVE WS-ANO TO WS-CD-ANALISE
           MOVE WS-ANO-ANTERIOR TO WS-CD-ANTERIOR

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
               DISPLAY "LISTAGEM GRAVADA EM ANALISE.LST"
           END-IF.
