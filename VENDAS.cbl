           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.
           SELECT PROMOCOES ASSIGN TO "C:\COBOL\PROMOCOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRM-CHAVE
           FILE STATUS IS WS-FS7.
           SELECT LOTES ASSIGN TO "C:\COBOL\LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CHAVE
           FILE STATUS IS WS-FS8.
           SELECT SESSOES ASSIGN TO "C:\COBOL\SESSOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-CHAVE
           FILE STATUS IS WS-FS9.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS10.
           SELECT LOTES-VENDA ASSIGN TO "C:\COBOL\LOTES-VENDA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS.
       01 REG-FATURA            PIC X(80).
       FD RECIBOS.
           COPY RECIBO.
       FD PROMOCOES.
           COPY PROMOCAO.
       FD LOTES.
           COPY LOTE.
       FD SESSOES.
           COPY SESSAO.
       FD KITS.
           COPY KIT.
       FD LOTES-VENDA.
           COPY LOTEVND.

       WORKING-STORAGE SECTION.
           COPY MOVPARAM.
       01 WS-ID-VENDA           PIC 9(3).
       01 WS-QT-VENDA           PIC 9(4).
       01 WS-QT-FALTA           PIC 9(4).
       01 WS-QT-POR-LOTE        PIC 9(4).
       01 WS-QT-LINHA           PIC 9(4).
       01 WS-LOTE-LINHA         PIC X(10).
       01 WS-VALIDADE-LINHA     PIC 9(8).
       01 WS-NUM-ORIGINAL       PIC 9(5).
       01 WS-NOME-LINHA         PIC X(15).
       01 WS-LIMITE-CLIENTE     PIC 9(7)V99.
       01 WS-DESCONTO-CLIENTE   PIC 99V99.
       01 WS-PRC-VENDA          PIC 99(4)V99.
       01 WS-PRC-CANDIDATO      PIC 99(4)V99.
       01 WS-PCT-DESCONTO       PIC 99V99.
       01 WS-SALDO-CLIENTE      PIC S9(9)V99.
       01 WS-ED-SALDO           PIC +(9)9,99.
       01 WS-CONFIRMA           PIC X(01).
       01 WS-MEIO-PAGAMENTO     PIC X(01).
           88 PAGAMENTO-VALIDO  VALUE "N" "C" "P".
           88 PAGO-NUMERARIO    VALUE "N".
           88 PAGO-CARTAO       VALUE "C".
           88 PAGO-A-CREDITO    VALUE "P".
       01 WS-CHAVE-SESSAO       PIC X(19).
       01 WS-ID-KIT             PIC 9(3).
       01 WS-KIT-DISPONIVEL     PIC 9(4).
       01 WS-POSSIVEIS          PIC 9(7).
       01 WS-QT-COMPONENTE      PIC 9(7).
       01 WS-TAB-KIT.
           03 WS-COMPONENTE-KIT OCCURS 20 TIMES.
               05 WS-KC-ID      PIC 9(3).
               05 WS-KC-NOME    PIC X(15).
               05 WS-KC-QT      PIC 9(3).
               05 WS-KC-LOJA    PIC 9(4).
       01 WS-TAB-ORIG.
           03 WS-LINHA-ORIG OCCURS 60 TIMES.
               05 WS-LO-ID      PIC 9(3).
               05 WS-LO-QT      PIC 9(4).
               05 WS-LO-PRC     PIC 99(4)V99.
               05 WS-LO-IVA     PIC 99.
               05 WS-LO-TABELA  PIC 99(4)V99.
               05 WS-LO-DESC    PIC 99V99.
               05 WS-LO-LOTE    PIC X(10).
               05 WS-LO-VALIDADE PIC 9(8).
       01 WS-TAB-LINHAS.
           03 WS-LINHA-FAT OCCURS 60 TIMES.
               05 WS-LF-ID      PIC 9(3).
               05 WS-LF-NOME    PIC X(15).
               05 WS-LF-QT      PIC 9(4).
               05 WS-LF-PRC     PIC 99(4)V99.
               05 WS-LF-IVA     PIC 99.
               05 WS-LF-DESC    PIC 99V99.
               05 WS-LF-VALOR   PIC 9(9)V99.
       01 WS-TAB-IVAS.
           03 WS-TAXA-IVA OCCURS 99 TIMES.
           03 WS-FD-PRC         PIC ZZ.ZZ9,99.
           03 FILLER            PIC X(05) VALUE " IVA ".
           03 WS-FD-IVA         PIC Z9.
           03 FILLER            PIC X(07) VALUE "% DESC ".
           03 WS-FD-DESC        PIC Z9,99.
           03 FILLER            PIC X(02) VALUE "% ".
           03 WS-FD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-FAT-IVA-LINHA.
       01 WS-NC-REFERENCIA.
           03 FILLER            PIC X(12) VALUE "REF. FATURA ".
           03 WS-NR-NUMERO      PIC 9(5).
       01 WS-FAT-PAGAMENTO.
           03 FILLER            PIC X(11) VALUE "PAGAMENTO: ".
           03 WS-FP-MEIO        PIC X(10).
       01 WS-FAT-TOTAL.
           03 WS-FT-TITULO      PIC X(16).
           03 WS-FT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
          88 FS5-OK            VALUE 0.
       77 WS-FS6                PIC 99.
          88 FS6-OK            VALUE 0.
       77 WS-FS7                PIC 99.
          88 FS7-OK            VALUE 0.
       77 WS-FS8                PIC 99.
          88 FS8-OK            VALUE 0.
       77 WS-FS9                PIC 99.
          88 FS9-OK            VALUE 0.
       77 WS-FS10               PIC 99.
          88 FS10-OK           VALUE 0.
       77 WS-FS11               PIC 99.
          88 FS11-OK           VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-CLIENTE-VALIDO     PIC X.
          88 CLIENTE-VALIDO    VALUE 'S' FALSE 'N'.
       77 WS-MUDADO             PIC X.
          88 PRODUTO-MUDADO    VALUE 'S' FALSE 'N'.
       77 WS-FIM-PROMOCOES      PIC X.
          88 FIM-PROMOCOES     VALUE 'S' FALSE 'N'.
       77 WS-FIM-LOTES          PIC X.
          88 FIM-LOTES         VALUE 'S' FALSE 'N'.
       77 WS-SESSAO-ENCONTRADA  PIC X.
          88 SESSAO-ENCONTRADA VALUE 'S' FALSE 'N'.
       77 WS-FIM-KIT            PIC X.
          88 FIM-KIT           VALUE 'S' FALSE 'N'.
       77 WS-BAIXA-KIT          PIC X.
          88 BAIXA-COMPONENTE  VALUE 'S' FALSE 'N'.
       77 WS-ORIG-CHEIA         PIC X.
          88 TAB-ORIG-CHEIA    VALUE 'S' FALSE 'N'.
       77 WS-DOC-TIPO           PIC X.
          88 DOC-FATURA        VALUE 'F'.
          88 DOC-NOTA-CREDITO  VALUE 'C'.
       77 WS-NUM-ORIG-LINHAS    PIC 99.
       77 WS-I                  PIC 99.
       77 WS-K                  PIC 99.
       77 WS-C                  PIC 99.
       77 WS-NUM-COMPONENTES    PIC 99.
       77 WS-VALOR-BASE         PIC 9(9)V99.
       77 WS-VALOR-IVA          PIC 9(9)V99.
       77 WS-TOT-BASE           PIC 9(9)V99.
       77 WS-TOT-IVA            PIC 9(9)V99.
       77 WS-TOT-FATURA         PIC 9(9)V99.
       77 WS-TOT-DESCONTO       PIC 9(9)V99.

       LINKAGE SECTION.
       01 PARAMETRES.
           PERFORM VALIDAR-CLIENTE

           IF CLIENTE-VALIDO THEN
               MOVE SPACES TO WS-MEIO-PAGAMENTO
               PERFORM ACEITAR-MEIO-PAGAMENTO
                   UNTIL PAGAMENTO-VALIDO
               PERFORM LOCALIZAR-SESSAO
               IF PAGO-A-CREDITO THEN
                   PERFORM VERIFICAR-CREDITO
               ELSE
                   IF NOT SESSAO-ENCONTRADA THEN
                       DISPLAY "SEM SESSAO DE CAIXA ABERTA PARA O "
                           "OPERADOR " PA-OPERADOR
                       DISPLAY "ABRA A SESSAO NO MENU DE CAIXA OU "
                           "FATURE A CREDITO"
                       SET CLIENTE-VALIDO TO FALSE
                   END-IF
               END-IF
           END-IF

           IF CLIENTE-VALIDO THEN
               PERFORM REGISTAR-LINHAS-FATURA
               IF WS-NUM-LINHAS > 0 THEN
                   PERFORM IMPRIMIR-FATURA
                   IF NOT PAGO-A-CREDITO
                       AND WS-TOT-FATURA > 0 THEN
                       PERFORM GRAVAR-RECIBO-VENDA
                   END-IF
                   IF SESSAO-ENCONTRADA THEN
                       PERFORM ATUALIZAR-SESSAO
                   END-IF
               ELSE
                   DISPLAY "FATURA SEM LINHAS - NADA GRAVADO"
               END-IF
           ELSE
               MOVE NOME-CLIENTE TO WS-NOME-CLIENTE
               MOVE LIMITE-CREDITO TO WS-LIMITE-CLIENTE
               MOVE DESCONTO-CLIENTE TO WS-DESCONTO-CLIENTE
               DISPLAY "CLIENTE: " WS-NOME-CLIENTE
               IF WS-DESCONTO-CLIENTE > 0 THEN
                   DISPLAY "DESCONTO DO CLIENTE: "
                       WS-DESCONTO-CLIENTE "%"
               END-IF
               SET CLIENTE-VALIDO TO TRUE
           END-IF
           END-READ
             DISPLAY "ERRO DO FILE STATUS:" WS-FS4
           END-IF.

       ACEITAR-MEIO-PAGAMENTO.
           DISPLAY "MEIO DE PAGAMENTO (N-NUMERARIO / C-CARTAO / "
               "P-A CREDITO):"
           ACCEPT WS-MEIO-PAGAMENTO
           IF NOT PAGAMENTO-VALIDO THEN
               DISPLAY "MEIO DE PAGAMENTO INVALIDO"
           END-IF.

       LOCALIZAR-SESSAO.
           SET SESSAO-ENCONTRADA TO FALSE
           SET EOF-OK TO FALSE
           SET FS9-OK TO TRUE

           OPEN INPUT SESSOES
           IF FS9-OK THEN
               MOVE PA-OPERADOR TO SS-OPERADOR
               MOVE 0 TO SS-DATA-ABERTURA
               MOVE 0 TO SS-HORA-ABERTURA
               START SESSOES KEY IS NOT LESS THAN SS-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM PROCURAR-SESSAO-ABERTA
                   UNTIL EOF-OK OR SESSAO-ENCONTRADA
               CLOSE SESSOES
           END-IF.

       PROCURAR-SESSAO-ABERTA.
           READ SESSOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF SS-OPERADOR NOT EQUAL PA-OPERADOR THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF SESSAO-ABERTA THEN
                       SET SESSAO-ENCONTRADA TO TRUE
                       MOVE SS-CHAVE TO WS-CHAVE-SESSAO
                   END-IF
               END-IF
           END-READ.

       GRAVAR-RECIBO-VENDA.
           SET FS6-OK TO TRUE

           OPEN EXTEND RECIBOS
           IF WS-FS6 EQUAL 35 THEN
               OPEN OUTPUT RECIBOS
           END-IF

           IF FS6-OK THEN
               MOVE WS-PROX-FATURA TO RB-NUMERO-FATURA
               MOVE WS-COD-CLIENTE TO RB-COD-CLIENTE
               MOVE WS-DATA-MOVIMENTO TO RB-DATA
               MOVE WS-TOT-FATURA TO RB-VALOR
               MOVE PA-OPERADOR TO RB-OPERADOR
               WRITE REG-RECIBO
               CLOSE RECIBOS
               DISPLAY "RECIBO REGISTADO - FATURA PAGA"
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE RECIBOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS6
               DISPLAY "REGISTE O PAGAMENTO EM RECEBIMENTOS"
           END-IF.

       ATUALIZAR-SESSAO.
           SET FS9-OK TO TRUE

           OPEN I-O SESSOES
           IF FS9-OK THEN
               MOVE WS-CHAVE-SESSAO TO SS-CHAVE
               READ SESSOES
               KEY IS SS-CHAVE
               INVALID KEY
                   DISPLAY "SESSAO DE CAIXA NAO ENCONTRADA"
               NOT INVALID KEY
                   ADD 1 TO SS-NUM-FATURAS
                   EVALUATE TRUE
                   WHEN PAGO-NUMERARIO
                       ADD WS-TOT-FATURA TO SS-TOT-NUMERARIO
                   WHEN PAGO-CARTAO
                       ADD WS-TOT-FATURA TO SS-TOT-CARTAO
                   WHEN OTHER
                       ADD WS-TOT-FATURA TO SS-TOT-A-CREDITO
                   END-EVALUATE
                   REWRITE REG-SESSAO
               END-READ
               CLOSE SESSOES
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE SESSOES"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS9
           END-IF.

       VERIFICAR-CREDITO.
           IF WS-LIMITE-CLIENTE > 0 THEN
               PERFORM CALCULAR-SALDO-CLIENTE
           MOVE 0 TO WS-TOT-BASE
           MOVE 0 TO WS-TOT-IVA
           MOVE 0 TO WS-TOT-FATURA
           MOVE 0 TO WS-TOT-DESCONTO
           INITIALIZE WS-TAB-IVAS
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD

               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS2
           ELSE
               SET FS7-OK TO TRUE
               OPEN INPUT PROMOCOES
               SET FS8-OK TO TRUE
               OPEN I-O LOTES
               SET FS10-OK TO TRUE
               OPEN INPUT KITS
               SET FS11-OK TO TRUE
               OPEN EXTEND LOTES-VENDA
               IF WS-FS11 EQUAL 35 THEN
                   OPEN OUTPUT LOTES-VENDA
               END-IF
               IF NOT FS11-OK THEN
                   DISPLAY "AVISO: RASTREIO DE LOTES DE KITS"
                       " INDISPONIVEL - FILE STATUS " WS-FS11
               END-IF
               SET BAIXA-COMPONENTE TO FALSE
               OPEN EXTEND VENDAS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT VENDAS
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
               IF FS7-OK THEN
                   CLOSE PROMOCOES
               END-IF
               IF FS8-OK THEN
                   CLOSE LOTES
               END-IF
               IF FS10-OK THEN
                   CLOSE KITS
               END-IF
               IF FS11-OK THEN
                   CLOSE LOTES-VENDA
               END-IF
               CLOSE PRODUTO
           END-IF.

            IF PRODUTO-INATIVO THEN
                DISPLAY "PRODUTO NAO EXISTE"
            ELSE
                MOVE ID-PRODUTO TO WS-ID-KIT
                PERFORM CARREGAR-KIT
                IF WS-NUM-COMPONENTES > 0 THEN
                    PERFORM VENDER-KIT
                ELSE
                    PERFORM VENDER-PRODUTO
                END-IF
            END-IF
           END-READ
               DISPLAY "LIMITE DE LINHAS DA FATURA ATINGIDO"
           END-IF.

       VENDER-PRODUTO.
           MOVE REG-CONTATOS TO WS-REG-ANTES
           DISPLAY NOME-PRODUTO " STOCK LOJA: " QT-LOJA
           DISPLAY "QUANTIDADE:"
           ACCEPT WS-QT-VENDA
           IF WS-QT-VENDA > QT-LOJA THEN
               PERFORM TRATAR-FALTA-STOCK
           ELSE
               IF WS-QT-VENDA > 0 THEN
                   PERFORM VERIFICAR-PRODUTO
                   IF PRODUTO-MUDADO THEN
                       DISPLAY "PRODUTO ALTERADO POR OUTRO"
                           " OPERADOR - LINHA NAO GRAVADA"
                       DISPLAY "REPITA A OPERACAO"
                   ELSE
                       PERFORM GRAVAR-LINHA-VENDA
                   END-IF
               END-IF
           END-IF.

       VENDER-KIT.
           MOVE NOME-PRODUTO TO WS-NOME-LINHA
           PERFORM CALCULAR-DISPONIVEL-KIT
           DISPLAY WS-NOME-LINHA " (KIT) MONTAVEIS NA LOJA: "
               WS-KIT-DISPONIVEL
           DISPLAY "QUANTIDADE:"
           ACCEPT WS-QT-VENDA
           IF WS-QT-VENDA > WS-KIT-DISPONIVEL THEN
               PERFORM TRATAR-FALTA-KIT
           ELSE
               IF WS-QT-VENDA > 0 THEN
                   PERFORM VERIFICAR-COMPONENTES
                   IF PRODUTO-MUDADO THEN
                       DISPLAY "STOCK DE COMPONENTE ALTERADO POR OUTRO"
                           " OPERADOR - LINHA NAO GRAVADA"
                       DISPLAY "REPITA A OPERACAO"
                   ELSE
                       PERFORM GRAVAR-LINHA-KIT
                   END-IF
               END-IF
           END-IF.

       CARREGAR-KIT.
           MOVE 0 TO WS-NUM-COMPONENTES
           IF FS10-OK THEN
               SET FIM-KIT TO FALSE
               MOVE WS-ID-KIT TO KT-ID-KIT
               MOVE 0 TO KT-ID-COMPONENTE
               START KITS KEY IS NOT LESS THAN KT-CHAVE
                   INVALID KEY
                       SET FIM-KIT TO TRUE
               END-START
               PERFORM CARREGAR-COMPONENTE-KIT UNTIL FIM-KIT
           END-IF.

       CARREGAR-COMPONENTE-KIT.
           READ KITS NEXT RECORD
           AT END
               SET FIM-KIT TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL WS-ID-KIT
                   OR WS-NUM-COMPONENTES EQUAL 20 THEN
                   SET FIM-KIT TO TRUE
               ELSE
                   ADD 1 TO WS-NUM-COMPONENTES
                   MOVE KT-ID-COMPONENTE
                       TO WS-KC-ID(WS-NUM-COMPONENTES)
                   MOVE KT-QUANTIDADE
                       TO WS-KC-QT(WS-NUM-COMPONENTES)
                   MOVE SPACES TO WS-KC-NOME(WS-NUM-COMPONENTES)
                   MOVE 0 TO WS-KC-LOJA(WS-NUM-COMPONENTES)
               END-IF
           END-READ.

       CALCULAR-DISPONIVEL-KIT.
           MOVE 9999 TO WS-KIT-DISPONIVEL
           MOVE 1 TO WS-C
           PERFORM AVALIAR-COMPONENTE-KIT
               UNTIL WS-C > WS-NUM-COMPONENTES.

       AVALIAR-COMPONENTE-KIT.
           MOVE WS-KC-ID(WS-C) TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO WS-KC-NOME(WS-C)
               MOVE 0 TO WS-KC-LOJA(WS-C)
           NOT INVALID KEY
               MOVE NOME-PRODUTO TO WS-KC-NOME(WS-C)
               MOVE QT-LOJA TO WS-KC-LOJA(WS-C)
           END-READ

           IF WS-KC-QT(WS-C) > 0 THEN
               DIVIDE WS-KC-LOJA(WS-C) BY WS-KC-QT(WS-C)
                   GIVING WS-POSSIVEIS
               IF WS-POSSIVEIS < WS-KIT-DISPONIVEL THEN
                   MOVE WS-POSSIVEIS TO WS-KIT-DISPONIVEL
               END-IF
           END-IF
           ADD 1 TO WS-C.

       TRATAR-FALTA-KIT.
           COMPUTE WS-QT-FALTA = WS-QT-VENDA - WS-KIT-DISPONIVEL
           DISPLAY "COMPONENTES INSUFICIENTES NA LOJA - KITS EM FALTA "
               WS-QT-FALTA
           MOVE 1 TO WS-C
           PERFORM MOSTRAR-FALTA-COMPONENTE
               UNTIL WS-C > WS-NUM-COMPONENTES

           DISPLAY "REGISTAR PENDENTE DOS COMPONENTES EM FALTA (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL "S" THEN
               MOVE 1 TO WS-C
               PERFORM GRAVAR-PENDENTE-COMPONENTE
                   UNTIL WS-C > WS-NUM-COMPONENTES
           END-IF

           IF WS-KIT-DISPONIVEL > 0 THEN
               DISPLAY "FATURAR OS KITS DISPONIVEIS (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" THEN
                   MOVE WS-KIT-DISPONIVEL TO WS-QT-VENDA
                   PERFORM VERIFICAR-COMPONENTES
                   IF PRODUTO-MUDADO THEN
                       DISPLAY "STOCK DE COMPONENTE ALTERADO POR OUTRO"
                           " OPERADOR - LINHA NAO GRAVADA"
                       DISPLAY "REPITA A OPERACAO"
                   ELSE
                       PERFORM GRAVAR-LINHA-KIT
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-FALTA-COMPONENTE.
           COMPUTE WS-QT-COMPONENTE = WS-KC-QT(WS-C) * WS-QT-VENDA
           IF WS-QT-COMPONENTE > WS-KC-LOJA(WS-C) THEN
               DISPLAY "  COMPONENTE " WS-KC-ID(WS-C) " "
                   WS-KC-NOME(WS-C) " NECESSARIO " WS-QT-COMPONENTE
                   " STOCK LOJA " WS-KC-LOJA(WS-C)
           END-IF
           ADD 1 TO WS-C.

       GRAVAR-PENDENTE-COMPONENTE.
           COMPUTE WS-QT-COMPONENTE = WS-KC-QT(WS-C) * WS-QT-VENDA
           IF WS-QT-COMPONENTE > WS-KC-LOJA(WS-C) THEN
               MOVE WS-KC-ID(WS-C) TO BP-ID-PRODUTO
               MOVE WS-DATA-MOVIMENTO TO BP-DATA
               MOVE WS-COD-CLIENTE TO BP-COD-CLIENTE
               COMPUTE BP-QUANTIDADE =
                   WS-QT-COMPONENTE - WS-KC-LOJA(WS-C)
               CALL "GRAVAPEN"
               USING PEN-PARAMETRES

               IF BP-RETURN-CODE EQUAL 0 THEN
                   DISPLAY "PENDENTE REGISTADO - COMPONENTE "
                       WS-KC-ID(WS-C) " QTD " BP-QUANTIDADE
               END-IF
           END-IF
           ADD 1 TO WS-C.

       VERIFICAR-COMPONENTES.
           SET PRODUTO-MUDADO TO FALSE
           MOVE 1 TO WS-C
           PERFORM VERIFICAR-COMPONENTE
               UNTIL WS-C > WS-NUM-COMPONENTES.

       VERIFICAR-COMPONENTE.
           MOVE WS-KC-ID(WS-C) TO ID-PRODUTO
           COMPUTE WS-QT-COMPONENTE = WS-KC-QT(WS-C) * WS-QT-VENDA
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               SET PRODUTO-MUDADO TO TRUE
           NOT INVALID KEY
               IF QT-LOJA < WS-QT-COMPONENTE THEN
                   SET PRODUTO-MUDADO TO TRUE
               END-IF
           END-READ
           ADD 1 TO WS-C.

       TRATAR-FALTA-STOCK.
           COMPUTE WS-QT-FALTA = WS-QT-VENDA - QT-LOJA
           DISPLAY "QUANTIDADE INSUFICIENTE NA LOJA - EM FALTA "
               MOVE WS-QT-VENDA TO WS-QT-MOVIMENTO
               PERFORM GRAVAR-MOVIMENTO

               PERFORM CALCULAR-PRECO-VENDA

               ADD 1 TO WS-NUM-LINHAS
               MOVE ID-PRODUTO TO WS-LF-ID(WS-NUM-LINHAS)
               MOVE NOME-PRODUTO TO WS-LF-NOME(WS-NUM-LINHAS)
               MOVE WS-QT-VENDA TO WS-LF-QT(WS-NUM-LINHAS)
               MOVE WS-PRC-VENDA TO WS-LF-PRC(WS-NUM-LINHAS)
               MOVE IVA-PRODUTO TO WS-LF-IVA(WS-NUM-LINHAS)
               MOVE WS-PCT-DESCONTO TO WS-LF-DESC(WS-NUM-LINHAS)
               MOVE 0 TO WS-LF-VALOR(WS-NUM-LINHAS)

               MOVE WS-QT-VENDA TO WS-QT-POR-LOTE
               IF FS8-OK THEN
                   SET FIM-LOTES TO FALSE
                   MOVE ID-PRODUTO TO LT-ID-PRODUTO
                   MOVE "L" TO LT-LOCAL
                   MOVE 0 TO LT-DATA-VALIDADE
                   MOVE SPACES TO LT-NUMERO
                   START LOTES KEY IS NOT LESS THAN LT-CHAVE
                       INVALID KEY
                           SET FIM-LOTES TO TRUE
                   END-START
                   PERFORM CONSUMIR-LOTE
                       UNTIL FIM-LOTES OR WS-QT-POR-LOTE EQUAL 0
               END-IF
               IF WS-QT-POR-LOTE > 0 THEN
                   MOVE WS-QT-POR-LOTE TO WS-QT-LINHA
                   MOVE SPACES TO WS-LOTE-LINHA
                   MOVE 0 TO WS-VALIDADE-LINHA
                   PERFORM GRAVAR-REGISTO-VENDA
               END-IF

               COMPUTE WS-TOT-DESCONTO = WS-TOT-DESCONTO
                   + (PRC-PRODUTO - WS-PRC-VENDA) * WS-QT-VENDA

               IF WS-PCT-DESCONTO > 0 THEN
                   DISPLAY "PRECO APLICADO: " WS-PRC-VENDA
                       " DESCONTO: " WS-PCT-DESCONTO "%"
               END-IF
               DISPLAY "LINHA REGISTADA - VALOR: "
                   WS-LF-VALOR(WS-NUM-LINHAS)
           END-IF.

       GRAVAR-LINHA-KIT.
           PERFORM OBTER-NUMERO-DOCUMENTO
           IF WS-PROX-FATURA EQUAL 0 THEN
               DISPLAY "LINHA NAO GRAVADA"
                   " - SEM NUMERO DE SERIE"
           ELSE
               MOVE 1 TO WS-C
               PERFORM BAIXAR-COMPONENTE
                   UNTIL WS-C > WS-NUM-COMPONENTES

               MOVE WS-ID-KIT TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   CONTINUE
               END-READ

               PERFORM CALCULAR-PRECO-VENDA

               ADD 1 TO WS-NUM-LINHAS
               MOVE ID-PRODUTO TO WS-LF-ID(WS-NUM-LINHAS)
               MOVE NOME-PRODUTO TO WS-LF-NOME(WS-NUM-LINHAS)
               MOVE WS-QT-VENDA TO WS-LF-QT(WS-NUM-LINHAS)
               MOVE WS-PRC-VENDA TO WS-LF-PRC(WS-NUM-LINHAS)
               MOVE IVA-PRODUTO TO WS-LF-IVA(WS-NUM-LINHAS)
               MOVE WS-PCT-DESCONTO TO WS-LF-DESC(WS-NUM-LINHAS)
               MOVE 0 TO WS-LF-VALOR(WS-NUM-LINHAS)

               MOVE WS-QT-VENDA TO WS-QT-LINHA
               MOVE SPACES TO WS-LOTE-LINHA
               MOVE 0 TO WS-VALIDADE-LINHA
               PERFORM GRAVAR-REGISTO-VENDA

               COMPUTE WS-TOT-DESCONTO = WS-TOT-DESCONTO
                   + (PRC-PRODUTO - WS-PRC-VENDA) * WS-QT-VENDA

               IF WS-PCT-DESCONTO > 0 THEN
                   DISPLAY "PRECO APLICADO: " WS-PRC-VENDA
                       " DESCONTO: " WS-PCT-DESCONTO "%"
               END-IF
               DISPLAY "LINHA REGISTADA - VALOR: "
                   WS-LF-VALOR(WS-NUM-LINHAS)
           END-IF.

       BAIXAR-COMPONENTE.
           MOVE WS-KC-ID(WS-C) TO ID-PRODUTO
           COMPUTE WS-QT-COMPONENTE = WS-KC-QT(WS-C) * WS-QT-VENDA
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               DISPLAY "COMPONENTE " WS-KC-ID(WS-C) " NAO EXISTE"
           NOT INVALID KEY
               MOVE REG-CONTATOS TO WS-REG-ANTES
               SUBTRACT WS-QT-COMPONENTE FROM QT-PRODUTO
               SUBTRACT WS-QT-COMPONENTE FROM QT-LOJA
               REWRITE REG-CONTATOS
               PERFORM GRAVAR-AUDITORIA

               MOVE "S" TO WS-TIPO-MOVIMENTO
               MOVE SPACES TO WS-MOTIVO-MOVIMENTO
               MOVE WS-QT-COMPONENTE TO WS-QT-MOVIMENTO
               PERFORM GRAVAR-MOVIMENTO

               MOVE WS-QT-COMPONENTE TO WS-QT-POR-LOTE
               IF FS8-OK THEN
                   SET BAIXA-COMPONENTE TO TRUE
                   SET FIM-LOTES TO FALSE
                   MOVE ID-PRODUTO TO LT-ID-PRODUTO
                   MOVE "L" TO LT-LOCAL
                   MOVE 0 TO LT-DATA-VALIDADE
                   MOVE SPACES TO LT-NUMERO
                   START LOTES KEY IS NOT LESS THAN LT-CHAVE
                       INVALID KEY
                           SET FIM-LOTES TO TRUE
                   END-START
                   PERFORM CONSUMIR-LOTE
                       UNTIL FIM-LOTES OR WS-QT-POR-LOTE EQUAL 0
                   SET BAIXA-COMPONENTE TO FALSE
               END-IF
           END-READ
           ADD 1 TO WS-C.

       CONSUMIR-LOTE.
           READ LOTES NEXT RECORD
           AT END
               SET FIM-LOTES TO TRUE
           NOT AT END
               IF LT-ID-PRODUTO NOT EQUAL ID-PRODUTO
                   OR LT-LOCAL NOT EQUAL "L" THEN
                   SET FIM-LOTES TO TRUE
               ELSE
                   IF LT-QUANTIDADE > 0 THEN
                       PERFORM RETIRAR-LOTE-VENDA
                   END-IF
               END-IF
           END-READ.

       RETIRAR-LOTE-VENDA.
           IF LT-QUANTIDADE < WS-QT-POR-LOTE THEN
               MOVE LT-QUANTIDADE TO WS-QT-LINHA
           ELSE
               MOVE WS-QT-POR-LOTE TO WS-QT-LINHA
           END-IF
           IF LT-DATA-VALIDADE < WS-DATA-MOVIMENTO THEN
               DISPLAY "ATENCAO: LOTE " LT-NUMERO
                   " FORA DE VALIDADE DESDE " LT-DATA-VALIDADE
           END-IF
           SUBTRACT WS-QT-LINHA FROM LT-QUANTIDADE
           SUBTRACT WS-QT-LINHA FROM WS-QT-POR-LOTE
           REWRITE REG-LOTE
           MOVE LT-NUMERO TO WS-LOTE-LINHA
           MOVE LT-DATA-VALIDADE TO WS-VALIDADE-LINHA
           IF BAIXA-COMPONENTE THEN
               PERFORM GRAVAR-LOTE-KIT
           ELSE
               PERFORM GRAVAR-REGISTO-VENDA
           END-IF.

       GRAVAR-LOTE-KIT.
           IF FS11-OK THEN
               MOVE WS-PROX-FATURA TO LV-NUMERO-FATURA
               MOVE WS-COD-CLIENTE TO LV-COD-CLIENTE
               MOVE WS-DATA-MOVIMENTO TO LV-DATA
               MOVE WS-ID-KIT TO LV-ID-KIT
               MOVE ID-PRODUTO TO LV-ID-PRODUTO
               MOVE LT-NUMERO TO LV-LOTE
               MOVE LT-DATA-VALIDADE TO LV-VALIDADE
               MOVE WS-QT-LINHA TO LV-QUANTIDADE
               WRITE REG-LOTE-VENDA
           END-IF.

       GRAVAR-REGISTO-VENDA.
           COMPUTE WS-VALOR-BASE = WS-PRC-VENDA * WS-QT-LINHA
           COMPUTE WS-VALOR-IVA =
               WS-VALOR-BASE * IVA-PRODUTO / 100

           MOVE WS-PROX-FATURA TO VND-NUMERO
           MOVE WS-COD-CLIENTE TO VND-COD-CLIENTE
           MOVE WS-DATA-MOVIMENTO TO VND-DATA
           MOVE ID-PRODUTO TO VND-ID-PRODUTO
           MOVE WS-QT-LINHA TO VND-QUANTIDADE
           MOVE WS-PRC-VENDA TO VND-PRC-UNITARIO
           MOVE IVA-PRODUTO TO VND-IVA
           COMPUTE VND-VALOR-LINHA = WS-VALOR-BASE + WS-VALOR-IVA
           SET VND-FATURA TO TRUE
           MOVE PRC-PRODUTO TO VND-PRC-TABELA
           MOVE WS-PCT-DESCONTO TO VND-DESCONTO
           MOVE 0 TO VND-DOC-ORIGEM
           MOVE WS-LOTE-LINHA TO VND-LOTE
           MOVE WS-VALIDADE-LINHA TO VND-VALIDADE
           MOVE WS-MEIO-PAGAMENTO TO VND-PAGAMENTO
           WRITE REG-VENDA

           ADD VND-VALOR-LINHA TO WS-LF-VALOR(WS-NUM-LINHAS)
           ADD WS-VALOR-BASE TO WS-TOT-BASE
           ADD WS-VALOR-IVA TO WS-TOT-IVA
           ADD VND-VALOR-LINHA TO WS-TOT-FATURA

           IF IVA-PRODUTO > 0 THEN
               ADD WS-VALOR-BASE TO WS-TI-BASE(IVA-PRODUTO)
               ADD WS-VALOR-IVA TO WS-TI-IVA(IVA-PRODUTO)
           ELSE
               ADD WS-VALOR-BASE TO WS-ISENTO-BASE
           END-IF.

       CALCULAR-PRECO-VENDA.
           MOVE PRC-PRODUTO TO WS-PRC-VENDA

           IF WS-DESCONTO-CLIENTE > 0 THEN
               COMPUTE WS-PRC-CANDIDATO ROUNDED =
                   PRC-PRODUTO * (100 - WS-DESCONTO-CLIENTE) / 100
               IF WS-PRC-CANDIDATO < WS-PRC-VENDA THEN
                   MOVE WS-PRC-CANDIDATO TO WS-PRC-VENDA
               END-IF
           END-IF

           IF FS7-OK THEN
               SET FIM-PROMOCOES TO FALSE
               MOVE ID-PRODUTO TO PRM-ID-PRODUTO
               MOVE 0 TO PRM-DATA-INICIO
               START PROMOCOES KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       SET FIM-PROMOCOES TO TRUE
               END-START
               PERFORM AVALIAR-PROMOCAO UNTIL FIM-PROMOCOES
           END-IF

           IF PRC-PRODUTO > 0 THEN
               COMPUTE WS-PCT-DESCONTO ROUNDED =
                   (PRC-PRODUTO - WS-PRC-VENDA) * 100 / PRC-PRODUTO
           ELSE
               MOVE 0 TO WS-PCT-DESCONTO
           END-IF.

       AVALIAR-PROMOCAO.
           READ PROMOCOES NEXT RECORD
           AT END
               SET FIM-PROMOCOES TO TRUE
           NOT AT END
               IF PRM-ID-PRODUTO NOT EQUAL ID-PRODUTO
                   OR PRM-DATA-INICIO > WS-DATA-MOVIMENTO THEN
                   SET FIM-PROMOCOES TO TRUE
               ELSE
                   IF PROMOCAO-ATIVA
                       AND PRM-DATA-FIM NOT < WS-DATA-MOVIMENTO THEN
                       IF PRM-PRC-PROMOCAO > 0 THEN
                           MOVE PRM-PRC-PROMOCAO TO WS-PRC-CANDIDATO
                       ELSE
                           COMPUTE WS-PRC-CANDIDATO ROUNDED =
                               PRC-PRODUTO * (100 - PRM-DESCONTO)
                               / 100
                       END-IF
                       IF WS-PRC-CANDIDATO < WS-PRC-VENDA THEN
                           MOVE WS-PRC-CANDIDATO TO WS-PRC-VENDA
                       END-IF
                   END-IF
               END-IF
           END-READ.

       GRAVAR-AUDITORIA.
           MOVE PA-OPERADOR TO AP-OPERADOR
           MOVE "VENDAS" TO AP-PROGRAMA
           IF WS-NUM-ORIG-LINHAS EQUAL 0 THEN
               DISPLAY "FATURA NAO ENCONTRADA"
           ELSE
            IF TAB-ORIG-CHEIA THEN
               DISPLAY "FATURA COM MAIS DE 60 LINHAS"
                   " - NOTA DE CREDITO NAO EMITIDA"
               DISPLAY "CONTACTAR O RESPONSAVEL DO SISTEMA"
            ELSE
               PERFORM LER-NOME-CLIENTE
               MOVE 0 TO WS-PROX-FATURA
               PERFORM REGISTAR-LINHAS-CREDITO
                   DISPLAY "NOTA DE CREDITO SEM LINHAS"
                       " - NADA GRAVADO"
               END-IF
            END-IF
           END-IF.

       CARREGAR-FATURA-ORIGINAL.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-NUM-ORIG-LINHAS
           SET TAB-ORIG-CHEIA TO FALSE

           OPEN INPUT VENDAS
           IF FS-OK THEN
           NOT AT END
               IF VND-NUMERO EQUAL WS-NUM-ORIGINAL
                   AND VND-FATURA
                   AND WS-NUM-ORIG-LINHAS EQUAL 60 THEN
                   SET TAB-ORIG-CHEIA TO TRUE
               END-IF
               IF VND-NUMERO EQUAL WS-NUM-ORIGINAL
                   AND VND-FATURA
                   AND WS-NUM-ORIG-LINHAS < 60 THEN
                   ADD 1 TO WS-NUM-ORIG-LINHAS
                   MOVE VND-COD-CLIENTE TO WS-COD-CLIENTE
                   MOVE VND-ID-PRODUTO
                   MOVE VND-PRC-UNITARIO
                       TO WS-LO-PRC(WS-NUM-ORIG-LINHAS)
                   MOVE VND-IVA TO WS-LO-IVA(WS-NUM-ORIG-LINHAS)
                   MOVE VND-PRC-TABELA
                       TO WS-LO-TABELA(WS-NUM-ORIG-LINHAS)
                   MOVE VND-DESCONTO
                       TO WS-LO-DESC(WS-NUM-ORIG-LINHAS)
                   MOVE VND-LOTE TO WS-LO-LOTE(WS-NUM-ORIG-LINHAS)
                   MOVE VND-VALIDADE
                       TO WS-LO-VALIDADE(WS-NUM-ORIG-LINHAS)
               END-IF
           END-READ.

           MOVE 0 TO WS-TOT-BASE
           MOVE 0 TO WS-TOT-IVA
           MOVE 0 TO WS-TOT-FATURA
           MOVE 0 TO WS-TOT-DESCONTO
           INITIALIZE WS-TAB-IVAS
           ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD

               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS2
           ELSE
               SET FS8-OK TO TRUE
               OPEN I-O LOTES
               SET FS10-OK TO TRUE
               OPEN INPUT KITS
               OPEN EXTEND VENDAS
               IF FS-OK THEN
                   MOVE 1 TO WS-K
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS
               END-IF
               IF FS8-OK THEN
                   CLOSE LOTES
               END-IF
               IF FS10-OK THEN
                   CLOSE KITS
               END-IF
               CLOSE PRODUTO
           END-IF.

       REGISTAR-LINHA-CREDITO.
           DISPLAY "PRODUTO " WS-LO-ID(WS-K)
               " LOTE " WS-LO-LOTE(WS-K)
               " QTD FATURADA " WS-LO-QT(WS-K)
           DISPLAY "QUANTIDADE DEVOLVIDA (0 PARA IGNORAR):"
           ACCEPT WS-QT-VENDA
               MOVE SPACES TO WS-NOME-LINHA
                NOT INVALID KEY
                MOVE NOME-PRODUTO TO WS-NOME-LINHA
                MOVE ID-PRODUTO TO WS-ID-KIT
                PERFORM CARREGAR-KIT
                IF WS-NUM-COMPONENTES > 0 THEN
                    MOVE 1 TO WS-C
                    PERFORM REPOR-COMPONENTE-CREDITO
                        UNTIL WS-C > WS-NUM-COMPONENTES
                ELSE
                    PERFORM REPOR-STOCK-CREDITO
                END-IF
               END-READ

               COMPUTE WS-VALOR-BASE = WS-LO-PRC(WS-K) * WS-QT-VENDA
               MOVE WS-LO-IVA(WS-K) TO VND-IVA
               COMPUTE VND-VALOR-LINHA = WS-VALOR-BASE + WS-VALOR-IVA
               SET VND-NOTA-CREDITO TO TRUE
               MOVE WS-LO-TABELA(WS-K) TO VND-PRC-TABELA
               MOVE WS-LO-DESC(WS-K) TO VND-DESCONTO
               MOVE WS-NUM-ORIGINAL TO VND-DOC-ORIGEM
               MOVE WS-LO-LOTE(WS-K) TO VND-LOTE
               MOVE WS-LO-VALIDADE(WS-K) TO VND-VALIDADE
               MOVE SPACES TO VND-PAGAMENTO
               WRITE REG-VENDA

               ADD 1 TO WS-NUM-LINHAS
               MOVE WS-QT-VENDA TO WS-LF-QT(WS-NUM-LINHAS)
               MOVE WS-LO-PRC(WS-K) TO WS-LF-PRC(WS-NUM-LINHAS)
               MOVE WS-LO-IVA(WS-K) TO WS-LF-IVA(WS-NUM-LINHAS)
               MOVE WS-LO-DESC(WS-K) TO WS-LF-DESC(WS-NUM-LINHAS)
               MOVE VND-VALOR-LINHA TO WS-LF-VALOR(WS-NUM-LINHAS)

               IF WS-LO-TABELA(WS-K) > WS-LO-PRC(WS-K) THEN
                   COMPUTE WS-TOT-DESCONTO = WS-TOT-DESCONTO
                       + (WS-LO-TABELA(WS-K) - WS-LO-PRC(WS-K))
                       * WS-QT-VENDA
               END-IF

               ADD WS-VALOR-BASE TO WS-TOT-BASE
               ADD WS-VALOR-IVA TO WS-TOT-IVA
               ADD VND-VALOR-LINHA TO WS-TOT-FATURA
           MOVE "E" TO WS-TIPO-MOVIMENTO
           MOVE "DV" TO WS-MOTIVO-MOVIMENTO
           MOVE WS-QT-VENDA TO WS-QT-MOVIMENTO
           PERFORM GRAVAR-MOVIMENTO

           IF WS-LO-LOTE(WS-K) NOT EQUAL SPACES AND FS8-OK THEN
               PERFORM REPOR-LOTE-CREDITO
           END-IF.

       REPOR-COMPONENTE-CREDITO.
           MOVE WS-KC-ID(WS-C) TO ID-PRODUTO
           COMPUTE WS-QT-COMPONENTE = WS-KC-QT(WS-C) * WS-QT-VENDA
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               DISPLAY "COMPONENTE " WS-KC-ID(WS-C)
                   " NAO EXISTE - STOCK NAO REPOSTO"
           NOT INVALID KEY
               MOVE REG-CONTATOS TO WS-REG-ANTES
               ADD WS-QT-COMPONENTE TO QT-PRODUTO
               ADD WS-QT-COMPONENTE TO QT-LOJA
               REWRITE REG-CONTATOS
               PERFORM GRAVAR-AUDITORIA

               MOVE "E" TO WS-TIPO-MOVIMENTO
               MOVE "DV" TO WS-MOTIVO-MOVIMENTO
               MOVE WS-QT-COMPONENTE TO WS-QT-MOVIMENTO
               PERFORM GRAVAR-MOVIMENTO
           END-READ
           ADD 1 TO WS-C.

       REPOR-LOTE-CREDITO.
           MOVE ID-PRODUTO TO LT-ID-PRODUTO
           MOVE "L" TO LT-LOCAL
           MOVE WS-LO-VALIDADE(WS-K) TO LT-DATA-VALIDADE
           MOVE WS-LO-LOTE(WS-K) TO LT-NUMERO
           READ LOTES
           KEY IS LT-CHAVE
           INVALID KEY
               MOVE WS-QT-VENDA TO LT-QUANTIDADE
               MOVE WS-DATA-MOVIMENTO TO LT-DATA-ENTRADA
               MOVE 0 TO LT-NUM-ENCOMENDA
               WRITE REG-LOTE
           NOT INVALID KEY
               ADD WS-QT-VENDA TO LT-QUANTIDADE
               REWRITE REG-LOTE
           END-READ.

       IMPRIMIR-FATURA.
           SET FS5-OK TO TRUE

           PERFORM IMPRIMIR-RESUMO-IVA

           IF WS-TOT-DESCONTO > 0 THEN
               MOVE "TOTAL DESCONTOS " TO WS-FT-TITULO
               MOVE WS-TOT-DESCONTO TO WS-FT-VALOR
               PERFORM IMPRIMIR-LINHA-TOTAL
           END-IF
           MOVE "TOTAL SEM IVA   " TO WS-FT-TITULO
           MOVE WS-TOT-BASE TO WS-FT-VALOR
           PERFORM IMPRIMIR-LINHA-TOTAL
           MOVE WS-TOT-FATURA TO WS-FT-VALOR
           PERFORM IMPRIMIR-LINHA-TOTAL

           IF DOC-FATURA THEN
               EVALUATE TRUE
               WHEN PAGO-NUMERARIO
                   MOVE "NUMERARIO" TO WS-FP-MEIO
               WHEN PAGO-CARTAO
                   MOVE "CARTAO" TO WS-FP-MEIO
               WHEN OTHER
                   MOVE "A CREDITO" TO WS-FP-MEIO
               END-EVALUATE
               DISPLAY WS-FAT-PAGAMENTO
               MOVE WS-FAT-PAGAMENTO TO REG-FATURA
               PERFORM ESCREVER-LINHA-FATURA
           END-IF

           PERFORM ESCREVER-LINHA-SEPARADORA

           IF FS5-OK THEN
           MOVE WS-LF-QT(WS-I) TO WS-FD-QT
           MOVE WS-LF-PRC(WS-I) TO WS-FD-PRC
           MOVE WS-LF-IVA(WS-I) TO WS-FD-IVA
           MOVE WS-LF-DESC(WS-I) TO WS-FD-DESC
           MOVE WS-LF-VALOR(WS-I) TO WS-FD-VALOR
           DISPLAY WS-FAT-DETALHE
           MOVE WS-FAT-DETALHE TO REG-FATURA
