       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANEAR.
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
           SELECT ENCOMENDAS ASSIGN TO "C:\COBOL\ENCOMENDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-CHAVE
           FILE STATUS IS WS-FS3.
           SELECT PLANO ASSIGN TO "C:\COBOL\PLANEAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-ID-PRODUTO
           FILE STATUS IS WS-FS4.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\PLANEAR.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
           COPY PRODUTO.
       FD MOVIMENTOS.
           COPY MOVIMENTO.
       FD ENCOMENDAS.
           COPY ENCOMENDA.
       FD PLANO.
           COPY PLANO.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-JANELA             PIC 9(3).
       01 WS-PRAZO-OMISSAO      PIC 9(3).
       01 WS-PCT-SEGURANCA      PIC 9(3).
       01 WS-DIAS-COBERTURA     PIC 9(3).
       01 WS-PRAZO-PRODUTO      PIC 9(3).
       01 WS-ID-ATUAL           PIC 9(3).
       01 WS-DATA-DIA           PIC 9(8).
       01 WS-QT-DIA             PIC 9(5).
       01 WS-QT-PERIODO         PIC 9(7).
       01 WS-PICO-DIARIO        PIC 9(5).
       01 WS-MEDIA-DIARIA       PIC 9(4)V99.
       01 WS-VALOR-CALC         PIC S9(7)V99.
       01 WS-VALOR-INTEIRO      PIC S9(7).
       01 WS-STOCK-SEGURANCA    PIC 9(4).
       01 WS-PONTO-ENCOMENDA    PIC 9(4).
       01 WS-NIVEL-MAXIMO       PIC 9(4).
       01 WS-DATA-HOJE          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO         PIC 9(4).
           03 WS-DH-MES         PIC 99.
           03 WS-DH-DIA         PIC 99.
       01 WS-DATA-AUX           PIC 9(8).
       01 FILLER REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO         PIC 9(4).
           03 WS-DA-MES         PIC 99.
           03 WS-DA-DIA         PIC 99.
       01 WS-TAB-PRAZOS.
           03 WS-PRAZO-FORN OCCURS 999 TIMES.
               05 WS-PF-DIAS    PIC 9(7).
               05 WS-PF-LINHAS  PIC 9(5).
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 FILLER            PIC X(35)
               VALUE "NIVEIS DE REENCOMENDA ALTERADOS - ".
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
       01 WS-CAB-COLUNAS.
           03 FILLER            PIC X(45)
               VALUE "ID  PRODUTO        MEDIA/DIA  PICO PRAZO SEGU".
           03 FILLER            PIC X(45)
               VALUE "R P.ANT PONTO M.ANT MAXIM SITUACAO           ".
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-LIN-PLANO.
           03 WS-LP-ID          PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LP-NOME        PIC X(15).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-MEDIA       PIC ZZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LP-PICO        PIC ZZZZ9.
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-LP-PRAZO       PIC ZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-SEGURANCA   PIC ZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-PONTO-ANT   PIC ZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-PONTO       PIC ZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-NIVEL-ANT   PIC ZZZ9.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LP-NIVEL       PIC ZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LP-SITUACAO    PIC X(08).
       01 WS-LIN-TOTAL.
           03 FILLER            PIC X(20)
               VALUE "PRODUTOS ALTERADOS: ".
           03 WS-LT-ALTERADOS   PIC ZZZ9.
           03 FILLER            PIC X(09) VALUE "  NOVOS: ".
           03 WS-LT-NOVOS       PIC ZZZ9.
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
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-FIM-MOVIMENTOS     PIC X.
          88 FIM-MOVIMENTOS    VALUE 'S' FALSE 'N'.
       77 WS-MOV-EXISTE         PIC X.
          88 MOV-EXISTE        VALUE 'S' FALSE 'N'.
       77 WS-DIAS-HOJE          PIC 9(7).
       77 WS-DIAS-INICIO        PIC 9(7).
       77 WS-DIAS-MOVIMENTO     PIC 9(7).
       77 WS-TOTAL-PLANEADOS    PIC 9(4).
       77 WS-TOTAL-ALTERADOS    PIC 9(4).
       77 WS-TOTAL-NOVOS        PIC 9(4).
       77 WS-JANELA-OMISSAO     PIC 9(3) VALUE 90.
       77 WS-PRAZO-PADRAO       PIC 9(3) VALUE 7.
       77 WS-COBERTURA-OMISSAO  PIC 9(3) VALUE 30.
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       PLANEAR-MAIN.
            DISPLAY "MENU DE PLANEAMENTO DE STOCKS:"
            DISPLAY "1 - CALCULAR NIVEIS DE REENCOMENDA (MENSAL)"
            DISPLAY "2 - LISTAGEM DE REVISAO DOS NIVEIS ALTERADOS"
            DISPLAY "3 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM CALCULAR-NIVEIS
            GO TO PLANEAR-MAIN

            WHEN 2
            PERFORM LISTAGEM-REVISAO
            GO TO PLANEAR-MAIN

            WHEN 3
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO PLANEAR-MAIN

       end-evaluate.

       CALCULAR-NIVEIS.
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           SET FS4-OK TO TRUE
           MOVE 0 TO WS-TOTAL-PLANEADOS

           PERFORM ACEITAR-PARAMETROS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               WS-DH-ANO * 365 + WS-DH-MES * 30 + WS-DH-DIA
           COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE - WS-JANELA + 1

           PERFORM CARREGAR-PRAZOS

           SET MOV-EXISTE TO TRUE
           OPEN INPUT MOVIMENTOS
           IF NOT FS2-OK THEN
               SET MOV-EXISTE TO FALSE
               DISPLAY "AVISO: SEM MOVIMENTOS REGISTADOS"
           END-IF

           OPEN I-O PLANO
           IF WS-FS4 EQUAL 35 THEN
               OPEN OUTPUT PLANO
               CLOSE PLANO
               OPEN I-O PLANO
           END-IF

           OPEN INPUT PRODUTO

           IF FS-OK AND FS4-OK THEN
               SET EOF-OK TO FALSE
               MOVE 0 TO ID-PRODUTO
               START PRODUTO KEY IS NOT LESS THAN ID-PRODUTO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM PLANEAR-PRODUTO-LINHA UNTIL EOF-OK
               CLOSE PRODUTO
               CLOSE PLANO
               DISPLAY "PRODUTOS PLANEADOS: " WS-TOTAL-PLANEADOS
               PERFORM LISTAGEM-REVISAO
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIROS"
               DISPLAY "ERRO FILE STATUS PRODUTOS:" WS-FS
               DISPLAY "ERRO FILE STATUS PLANEAMENTO:" WS-FS4
               IF FS-OK THEN
                   CLOSE PRODUTO
               END-IF
               IF FS4-OK THEN
                   CLOSE PLANO
               END-IF
           END-IF

           IF MOV-EXISTE THEN
               CLOSE MOVIMENTOS
           END-IF.

       ACEITAR-PARAMETROS.
           DISPLAY "JANELA DE ANALISE EM DIAS (0 = "
               WS-JANELA-OMISSAO "):"
           ACCEPT WS-JANELA
           IF WS-JANELA EQUAL 0 THEN
               MOVE WS-JANELA-OMISSAO TO WS-JANELA
           END-IF

           DISPLAY "PRAZO DE ENTREGA SEM HISTORICO EM DIAS (0 = "
               WS-PRAZO-PADRAO "):"
           ACCEPT WS-PRAZO-OMISSAO
           IF WS-PRAZO-OMISSAO EQUAL 0 THEN
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO-OMISSAO
           END-IF

           DISPLAY "STOCK DE SEGURANCA - % DA DIFERENCA PICO/MEDIA"
               " NO PRAZO (0 A 999):"
           ACCEPT WS-PCT-SEGURANCA

           DISPLAY "COBERTURA APOS A RECECAO EM DIAS (0 = "
               WS-COBERTURA-OMISSAO "):"
           ACCEPT WS-DIAS-COBERTURA
           IF WS-DIAS-COBERTURA EQUAL 0 THEN
               MOVE WS-COBERTURA-OMISSAO TO WS-DIAS-COBERTURA
           END-IF.

       CARREGAR-PRAZOS.
           SET EOF-OK TO FALSE
           SET FS3-OK TO TRUE
           INITIALIZE WS-TAB-PRAZOS

           OPEN INPUT ENCOMENDAS
           IF FS3-OK THEN
               PERFORM CARREGAR-PRAZO-LINHA UNTIL EOF-OK
               CLOSE ENCOMENDAS
           ELSE
               DISPLAY "AVISO: SEM ENCOMENDAS - PRAZO POR OMISSAO "
                   WS-PRAZO-OMISSAO " DIAS"
           END-IF.

       CARREGAR-PRAZO-LINHA.
           READ ENCOMENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF ENC-RECEBIDA
                   AND ENC-FORNECEDOR > 0
                   AND ENC-DATA > 0
                   AND ENC-DATA-RECECAO NOT < ENC-DATA THEN
                   MOVE ENC-DATA-RECECAO TO WS-DATA-AUX
                   COMPUTE WS-DIAS-MOVIMENTO =
                       WS-DA-ANO * 365 + WS-DA-MES * 30 + WS-DA-DIA
                   MOVE ENC-DATA TO WS-DATA-AUX
                   COMPUTE WS-PF-DIAS(ENC-FORNECEDOR) =
                       WS-PF-DIAS(ENC-FORNECEDOR) + WS-DIAS-MOVIMENTO
                       - (WS-DA-ANO * 365 + WS-DA-MES * 30 + WS-DA-DIA)
                   ADD 1 TO WS-PF-LINHAS(ENC-FORNECEDOR)
               END-IF
           END-READ.

       PLANEAR-PRODUTO-LINHA.
           READ PRODUTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PRODUTO-ATIVO AND ID-PRODUTO > 0 THEN
                   PERFORM CALCULAR-PROCURA
                   PERFORM CALCULAR-PRAZO-PRODUTO
                   PERFORM CALCULAR-NIVEIS-PRODUTO
                   PERFORM GRAVAR-PLANO
               END-IF
           END-READ.

       CALCULAR-PROCURA.
           MOVE 0 TO WS-QT-PERIODO
           MOVE 0 TO WS-PICO-DIARIO
           MOVE 0 TO WS-QT-DIA
           MOVE 0 TO WS-DATA-DIA
           MOVE ID-PRODUTO TO WS-ID-ATUAL
           SET FIM-MOVIMENTOS TO FALSE

           IF MOV-EXISTE THEN
               MOVE ID-PRODUTO TO MOV-ID-PRODUTO
               MOVE 0 TO MOV-DATA
               MOVE 0 TO MOV-SEQ
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       SET FIM-MOVIMENTOS TO TRUE
               END-START
               PERFORM SOMAR-PROCURA-LINHA UNTIL FIM-MOVIMENTOS
               PERFORM FECHAR-DIA-PROCURA
           END-IF

           COMPUTE WS-MEDIA-DIARIA ROUNDED =
               WS-QT-PERIODO / WS-JANELA.

       SOMAR-PROCURA-LINHA.
           READ MOVIMENTOS NEXT RECORD
           AT END
               SET FIM-MOVIMENTOS TO TRUE
           NOT AT END
               IF MOV-ID-PRODUTO NOT EQUAL WS-ID-ATUAL THEN
                   SET FIM-MOVIMENTOS TO TRUE
               ELSE
                   IF MOV-SAIDA AND NOT MOTIVO-TRANSFERENCIA THEN
                       MOVE MOV-DATA TO WS-DATA-AUX
                       COMPUTE WS-DIAS-MOVIMENTO =
                           WS-DA-ANO * 365 + WS-DA-MES * 30
                           + WS-DA-DIA
                       IF WS-DIAS-MOVIMENTO NOT < WS-DIAS-INICIO
                           AND WS-DIAS-MOVIMENTO NOT > WS-DIAS-HOJE
                           THEN
                           PERFORM ACUMULAR-PROCURA
                       END-IF
                   END-IF
               END-IF
           END-READ.

       ACUMULAR-PROCURA.
           IF MOV-DATA NOT EQUAL WS-DATA-DIA THEN
               PERFORM FECHAR-DIA-PROCURA
               MOVE MOV-DATA TO WS-DATA-DIA
               MOVE 0 TO WS-QT-DIA
           END-IF
           ADD MOV-QUANTIDADE TO WS-QT-DIA
           ADD MOV-QUANTIDADE TO WS-QT-PERIODO.

       FECHAR-DIA-PROCURA.
           IF WS-QT-DIA > WS-PICO-DIARIO THEN
               MOVE WS-QT-DIA TO WS-PICO-DIARIO
           END-IF.

       CALCULAR-PRAZO-PRODUTO.
           MOVE WS-PRAZO-OMISSAO TO WS-PRAZO-PRODUTO
           IF FORN-PRODUTO > 0 THEN
               IF WS-PF-LINHAS(FORN-PRODUTO) > 0 THEN
                   COMPUTE WS-VALOR-CALC =
                       WS-PF-DIAS(FORN-PRODUTO)
                       / WS-PF-LINHAS(FORN-PRODUTO)
                   PERFORM ARREDONDAR-ACIMA
                   MOVE WS-VALOR-INTEIRO TO WS-PRAZO-PRODUTO
               END-IF
           END-IF
           IF WS-PRAZO-PRODUTO EQUAL 0 THEN
               MOVE 1 TO WS-PRAZO-PRODUTO
           END-IF.

       CALCULAR-NIVEIS-PRODUTO.
           COMPUTE WS-VALOR-CALC =
               (WS-PICO-DIARIO - WS-MEDIA-DIARIA) * WS-PRAZO-PRODUTO
               * WS-PCT-SEGURANCA / 100
           PERFORM ARREDONDAR-ACIMA
           MOVE WS-VALOR-INTEIRO TO WS-STOCK-SEGURANCA

           COMPUTE WS-VALOR-CALC =
               WS-MEDIA-DIARIA * WS-PRAZO-PRODUTO + WS-STOCK-SEGURANCA
           PERFORM ARREDONDAR-ACIMA
           MOVE WS-VALOR-INTEIRO TO WS-PONTO-ENCOMENDA

           COMPUTE WS-VALOR-CALC =
               WS-PONTO-ENCOMENDA + WS-MEDIA-DIARIA * WS-DIAS-COBERTURA
           PERFORM ARREDONDAR-ACIMA
           MOVE WS-VALOR-INTEIRO TO WS-NIVEL-MAXIMO.

       ARREDONDAR-ACIMA.
           IF WS-VALOR-CALC < 0 THEN
               MOVE 0 TO WS-VALOR-CALC
           END-IF
           MOVE WS-VALOR-CALC TO WS-VALOR-INTEIRO
           IF WS-VALOR-INTEIRO < WS-VALOR-CALC THEN
               ADD 1 TO WS-VALOR-INTEIRO
           END-IF
           IF WS-VALOR-INTEIRO > 9999 THEN
               MOVE 9999 TO WS-VALOR-INTEIRO
           END-IF.

       GRAVAR-PLANO.
           MOVE ID-PRODUTO TO PL-ID-PRODUTO
           READ PLANO
           KEY IS PL-ID-PRODUTO
           INVALID KEY
               MOVE 0 TO PL-PONTO-ANTERIOR
               MOVE 0 TO PL-NIVEL-ANTERIOR
               SET PL-NOVO TO TRUE
               PERFORM PREENCHER-PLANO
               WRITE REG-PLANO
           NOT INVALID KEY
               MOVE PL-PONTO-ENCOMENDA TO PL-PONTO-ANTERIOR
               MOVE PL-NIVEL-MAXIMO TO PL-NIVEL-ANTERIOR
               IF WS-PONTO-ENCOMENDA EQUAL PL-PONTO-ANTERIOR
                   AND WS-NIVEL-MAXIMO EQUAL PL-NIVEL-ANTERIOR THEN
                   SET PL-SEM-ALTERACAO TO TRUE
               ELSE
                   SET PL-ALTERADO TO TRUE
               END-IF
               PERFORM PREENCHER-PLANO
               REWRITE REG-PLANO
           END-READ
           ADD 1 TO WS-TOTAL-PLANEADOS.

       PREENCHER-PLANO.
           MOVE WS-DATA-HOJE TO PL-DATA-CALCULO
           MOVE WS-JANELA TO PL-JANELA
           MOVE WS-QT-PERIODO TO PL-QT-PERIODO
           MOVE WS-MEDIA-DIARIA TO PL-MEDIA-DIARIA
           MOVE WS-PICO-DIARIO TO PL-PICO-DIARIO
           MOVE WS-PRAZO-PRODUTO TO PL-PRAZO-ENTREGA
           MOVE WS-PCT-SEGURANCA TO PL-PCT-SEGURANCA
           MOVE WS-DIAS-COBERTURA TO PL-DIAS-COBERTURA
           MOVE WS-STOCK-SEGURANCA TO PL-STOCK-SEGURANCA
           MOVE WS-PONTO-ENCOMENDA TO PL-PONTO-ENCOMENDA
           MOVE WS-NIVEL-MAXIMO TO PL-NIVEL-MAXIMO.

       LISTAGEM-REVISAO.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS4-OK TO TRUE
           MOVE 0 TO WS-TOTAL-ALTERADOS
           MOVE 0 TO WS-TOTAL-NOVOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT PLANO

           IF FS4-OK THEN
               OPEN INPUT PRODUTO
               IF FS-OK THEN
                   PERFORM ABRIR-LISTAGEM
                   PERFORM ESCREVER-SECCAO
                   MOVE 0 TO PL-ID-PRODUTO
                   START PLANO KEY IS NOT LESS THAN PL-ID-PRODUTO
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM REVISAO-LINHA UNTIL EOF-OK
                   PERFORM IMPRIMIR-TOTAL-REVISAO
                   PERFORM FECHAR-LISTAGEM
                   CLOSE PRODUTO
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
               CLOSE PLANO
           ELSE
               DISPLAY "SEM PLANEAMENTO CALCULADO"
           END-IF.

       REVISAO-LINHA.
           READ PLANO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF PL-NOVO OR PL-ALTERADO THEN
                   PERFORM IMPRIMIR-REVISAO
               END-IF
           END-READ.

       IMPRIMIR-REVISAO.
           MOVE PL-ID-PRODUTO TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
           END-READ

           IF PL-NOVO THEN
               ADD 1 TO WS-TOTAL-NOVOS
               MOVE "NOVO" TO WS-LP-SITUACAO
           ELSE
               ADD 1 TO WS-TOTAL-ALTERADOS
               MOVE "ALTERADO" TO WS-LP-SITUACAO
           END-IF

           MOVE PL-ID-PRODUTO TO WS-LP-ID
           MOVE NOME-PRODUTO TO WS-LP-NOME
           MOVE PL-MEDIA-DIARIA TO WS-LP-MEDIA
           MOVE PL-PICO-DIARIO TO WS-LP-PICO
           MOVE PL-PRAZO-ENTREGA TO WS-LP-PRAZO
           MOVE PL-STOCK-SEGURANCA TO WS-LP-SEGURANCA
           MOVE PL-PONTO-ANTERIOR TO WS-LP-PONTO-ANT
           MOVE PL-PONTO-ENCOMENDA TO WS-LP-PONTO
           MOVE PL-NIVEL-ANTERIOR TO WS-LP-NIVEL-ANT
           MOVE PL-NIVEL-MAXIMO TO WS-LP-NIVEL
           MOVE WS-LIN-PLANO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           DISPLAY PL-ID-PRODUTO " " NOME-PRODUTO
               " PONTO " PL-PONTO-ANTERIOR " -> " PL-PONTO-ENCOMENDA
               " MAXIMO " PL-NIVEL-ANTERIOR " -> " PL-NIVEL-MAXIMO.

       IMPRIMIR-TOTAL-REVISAO.
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-ALTERADOS TO WS-LT-ALTERADOS
           MOVE WS-TOTAL-NOVOS TO WS-LT-NOVOS
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY "PRODUTOS ALTERADOS: " WS-TOTAL-ALTERADOS
               " NOVOS: " WS-TOTAL-NOVOS.

       ABRIR-LISTAGEM.
           SET FS5-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE WS-DH-DIA TO WS-CD-DIA
           MOVE WS-DH-MES TO WS-CD-MES
           MOVE WS-DH-ANO TO WS-CD-ANO

           OPEN OUTPUT LISTAGEM
           IF NOT FS5-OK THEN
               DISPLAY "AVISO: LISTAGEM INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS5
           END-IF.

       ESCREVER-SECCAO.
           IF FS5-OK THEN
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
           IF FS5-OK THEN
               IF WS-LINHA-CONT NOT LESS THAN WS-LINHAS-PAGINA THEN
                   MOVE REG-LISTAGEM TO WS-LIN-GUARDADA
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-LIN-GUARDADA TO REG-LISTAGEM
               END-IF
               WRITE REG-LISTAGEM
               ADD 1 TO WS-LINHA-CONT
           END-IF.

       FECHAR-LISTAGEM.
           IF FS5-OK THEN
               CLOSE LISTAGEM
               DISPLAY "LISTAGEM GRAVADA EM PLANEAR.LST"
           END-IF.
