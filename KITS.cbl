       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT KITS ASSIGN TO "C:\COBOL\KITS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS2.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\KITS.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD KITS.
           COPY KIT.
       FD PRODUTO.
           COPY PRODUTO.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-ID-KIT             PIC 9(3).
       01 WS-ID-COMPONENTE      PIC 9(3).
       01 WS-QT-COMPONENTE      PIC 9(3).
       01 WS-ID-BUSCA           PIC 9(3).
       01 WS-KIT-ATUAL          PIC 9(3).
       01 WS-NOME-KIT           PIC X(15).
       01 WS-NOME-LIMITE        PIC X(15).
       01 WS-ID-LIMITE          PIC 9(3).
       01 WS-MONT-LOJA          PIC 9(4).
       01 WS-MONT-TOTAL         PIC 9(4).
       01 WS-POSSIVEIS          PIC 9(4).
       01 WS-DATA-HOJE          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO         PIC 9(4).
           03 WS-DH-MES         PIC 99.
           03 WS-DH-DIA         PIC 99.
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 FILLER            PIC X(35)
               VALUE "KITS MONTAVEIS COM O STOCK ATUAL - ".
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
       01 WS-CAB-COLUNAS.
           03 FILLER            PIC X(45)
               VALUE "KIT NOME           COMP     LOJA      TOTAL  ".
           03 FILLER            PIC X(45)
               VALUE " LIMITADO POR                                ".
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-LIN-KIT.
           03 WS-LK-ID          PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LK-NOME        PIC X(15).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WS-LK-COMP        PIC Z9.
           03 FILLER            PIC X(04) VALUE SPACES.
           03 WS-LK-LOJA        PIC Z.ZZ9.
           03 FILLER            PIC X(06) VALUE SPACES.
           03 WS-LK-TOTAL       PIC Z.ZZ9.
           03 FILLER            PIC X(03) VALUE SPACES.
           03 WS-LK-LIMITE      PIC 9(3).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LK-NOME-LIMITE PIC X(15).
       01 WS-LIN-TOTAL.
           03 FILLER            PIC X(16) VALUE "KITS LISTADOS: ".
           03 WS-LT-KITS        PIC ZZZ9.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-VALIDO             PIC X.
          88 DADOS-VALIDOS     VALUE 'S' FALSE 'N'.
       77 WS-E-KIT              PIC X.
          88 E-KIT             VALUE 'S' FALSE 'N'.
       77 WS-E-COMPONENTE       PIC X.
          88 E-COMPONENTE      VALUE 'S' FALSE 'N'.
       77 WS-NUM-COMPONENTES    PIC 99.
       77 WS-LIMITE-COMPONENTES PIC 99 VALUE 20.
       77 WS-TOTAL-LISTADOS     PIC 9(4).
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       KITS-MAIN.
            DISPLAY "MENU DE KITS:"
            DISPLAY "1 - DEFINIR COMPONENTE DE UM KIT"
            DISPLAY "2 - REMOVER COMPONENTE DE UM KIT"
            DISPLAY "3 - LISTAR COMPONENTES DE UM KIT"
            DISPLAY "4 - KITS MONTAVEIS COM O STOCK ATUAL"
            DISPLAY "5 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM DEFINIR-COMPONENTE
            GO TO KITS-MAIN

            WHEN 2
            PERFORM REMOVER-COMPONENTE
            GO TO KITS-MAIN

            WHEN 3
            PERFORM LISTAR-COMPONENTES
            GO TO KITS-MAIN

            WHEN 4
            PERFORM KITS-MONTAVEIS
            GO TO KITS-MAIN

            WHEN 5
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO KITS-MAIN

       end-evaluate.

       DEFINIR-COMPONENTE.
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           SET DADOS-VALIDOS TO TRUE

           OPEN I-O KITS
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN I-O KITS
           END-IF

           OPEN INPUT PRODUTO

           IF FS-OK AND FS2-OK THEN
               DISPLAY "ID DO KIT:"
               ACCEPT WS-ID-KIT
               PERFORM VALIDAR-KIT
               IF DADOS-VALIDOS THEN
                   DISPLAY "ID DO COMPONENTE:"
                   ACCEPT WS-ID-COMPONENTE
                   PERFORM VALIDAR-COMPONENTE
               END-IF
               IF DADOS-VALIDOS THEN
                   DISPLAY "QUANTIDADE POR KIT:"
                   ACCEPT WS-QT-COMPONENTE
                   IF WS-QT-COMPONENTE EQUAL 0 THEN
                       DISPLAY "QUANTIDADE INVALIDA"
                       SET DADOS-VALIDOS TO FALSE
                   END-IF
               END-IF
               IF DADOS-VALIDOS THEN
                   PERFORM GRAVAR-COMPONENTE
               END-IF
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIROS"
               DISPLAY "ERRO FILE STATUS KITS:" WS-FS
               DISPLAY "ERRO FILE STATUS PRODUTOS:" WS-FS2
           END-IF

           IF FS-OK THEN
               CLOSE KITS
           END-IF
           IF FS2-OK THEN
               CLOSE PRODUTO
           END-IF.

       VALIDAR-KIT.
           MOVE WS-ID-KIT TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               DISPLAY "PRODUTO NAO EXISTE"
               SET DADOS-VALIDOS TO FALSE
           NOT INVALID KEY
               IF PRODUTO-INATIVO THEN
                   DISPLAY "PRODUTO NAO EXISTE"
                   SET DADOS-VALIDOS TO FALSE
               ELSE
                   MOVE NOME-PRODUTO TO WS-NOME-KIT
                   DISPLAY "KIT: " WS-NOME-KIT
                   IF QT-PRODUTO > 0 THEN
                       DISPLAY "AVISO: O PRODUTO TEM STOCK PROPRIO "
                           "QUE A FATURACAO DO KIT NAO MOVIMENTA"
                   END-IF
               END-IF
           END-READ

           IF DADOS-VALIDOS THEN
               MOVE WS-ID-KIT TO WS-ID-BUSCA
               PERFORM PROCURAR-COMO-COMPONENTE
               IF E-COMPONENTE THEN
                   DISPLAY "O PRODUTO E COMPONENTE DE OUTRO KIT"
                   SET DADOS-VALIDOS TO FALSE
               END-IF
           END-IF.

       VALIDAR-COMPONENTE.
           IF WS-ID-COMPONENTE EQUAL WS-ID-KIT THEN
               DISPLAY "O KIT NAO PODE SER COMPONENTE DE SI PROPRIO"
               SET DADOS-VALIDOS TO FALSE
           ELSE
               MOVE WS-ID-COMPONENTE TO ID-PRODUTO
               READ PRODUTO
               KEY IS ID-PRODUTO
               INVALID KEY
                   DISPLAY "COMPONENTE NAO EXISTE"
                   SET DADOS-VALIDOS TO FALSE
               NOT INVALID KEY
                   IF PRODUTO-INATIVO THEN
                       DISPLAY "COMPONENTE NAO EXISTE"
                       SET DADOS-VALIDOS TO FALSE
                   ELSE
                       DISPLAY "COMPONENTE: " NOME-PRODUTO
                   END-IF
               END-READ
           END-IF

           IF DADOS-VALIDOS THEN
               MOVE WS-ID-COMPONENTE TO WS-ID-BUSCA
               PERFORM CONTAR-COMPONENTES
               IF E-KIT THEN
                   DISPLAY "UM KIT NAO PODE SER COMPONENTE DE OUTRO KIT"
                   SET DADOS-VALIDOS TO FALSE
               END-IF
           END-IF.

       GRAVAR-COMPONENTE.
           MOVE WS-ID-KIT TO WS-ID-BUSCA
           PERFORM CONTAR-COMPONENTES

           MOVE WS-ID-KIT TO KT-ID-KIT
           MOVE WS-ID-COMPONENTE TO KT-ID-COMPONENTE
           READ KITS
           KEY IS KT-CHAVE
           INVALID KEY
               IF WS-NUM-COMPONENTES NOT LESS THAN
                   WS-LIMITE-COMPONENTES THEN
                   DISPLAY "KIT JA TEM " WS-LIMITE-COMPONENTES
                       " COMPONENTES - NADA GRAVADO"
               ELSE
                   MOVE WS-QT-COMPONENTE TO KT-QUANTIDADE
                   WRITE REG-KIT
                   DISPLAY "COMPONENTE GRAVADO COM SUCESSO"
               END-IF
           NOT INVALID KEY
               MOVE WS-QT-COMPONENTE TO KT-QUANTIDADE
               REWRITE REG-KIT
               DISPLAY "QUANTIDADE DO COMPONENTE ATUALIZADA"
           END-READ.

       CONTAR-COMPONENTES.
           SET E-KIT TO FALSE
           SET EOF-OK TO FALSE
           MOVE 0 TO WS-NUM-COMPONENTES

           MOVE WS-ID-BUSCA TO KT-ID-KIT
           MOVE 0 TO KT-ID-COMPONENTE
           START KITS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM CONTAR-COMPONENTE-LINHA UNTIL EOF-OK.

       CONTAR-COMPONENTE-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL WS-ID-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   SET E-KIT TO TRUE
                   ADD 1 TO WS-NUM-COMPONENTES
               END-IF
           END-READ.

       PROCURAR-COMO-COMPONENTE.
           SET E-COMPONENTE TO FALSE
           SET EOF-OK TO FALSE

           MOVE 0 TO KT-ID-KIT
           MOVE 0 TO KT-ID-COMPONENTE
           START KITS KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM PROCURAR-COMPONENTE-LINHA UNTIL EOF-OK.

       PROCURAR-COMPONENTE-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF KT-ID-COMPONENTE EQUAL WS-ID-BUSCA THEN
                   SET E-COMPONENTE TO TRUE
                   SET EOF-OK TO TRUE
               END-IF
           END-READ.

       REMOVER-COMPONENTE.
           SET FS-OK TO TRUE

           OPEN I-O KITS

           IF FS-OK THEN
               DISPLAY "ID DO KIT:"
               ACCEPT KT-ID-KIT
               DISPLAY "ID DO COMPONENTE:"
               ACCEPT KT-ID-COMPONENTE
               READ KITS
               KEY IS KT-CHAVE
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CONSTA DO KIT"
               NOT INVALID KEY
                   DELETE KITS RECORD
                   DISPLAY "COMPONENTE REMOVIDO DO KIT"
               END-READ
               CLOSE KITS
           ELSE
               DISPLAY "NENHUM KIT REGISTADO"
           END-IF.

       LISTAR-COMPONENTES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADOS

           DISPLAY "ID DO KIT:"
           ACCEPT WS-ID-BUSCA

           OPEN INPUT KITS

           IF FS-OK THEN
               OPEN INPUT PRODUTO
               IF FS2-OK THEN
                   MOVE WS-ID-BUSCA TO KT-ID-KIT
                   MOVE 0 TO KT-ID-COMPONENTE
                   START KITS KEY IS NOT LESS THAN KT-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM LISTAR-COMPONENTE-LINHA UNTIL EOF-OK
                   CLOSE PRODUTO
                   DISPLAY "COMPONENTES LISTADOS: " WS-TOTAL-LISTADOS
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               CLOSE KITS
           ELSE
               DISPLAY "NENHUM KIT REGISTADO"
           END-IF.

       LISTAR-COMPONENTE-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL WS-ID-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-LISTADOS
                   MOVE KT-ID-COMPONENTE TO ID-PRODUTO
                   READ PRODUTO
                   KEY IS ID-PRODUTO
                   INVALID KEY
                       MOVE SPACES TO NOME-PRODUTO
                       MOVE 0 TO QT-LOJA
                       MOVE 0 TO QT-PRODUTO
                   END-READ
                   DISPLAY KT-ID-COMPONENTE " " NOME-PRODUTO
                       " QTD POR KIT " KT-QUANTIDADE
                       " STOCK LOJA " QT-LOJA
                       " STOCK TOTAL " QT-PRODUTO
               END-IF
           END-READ.

       KITS-MONTAVEIS.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE 0 TO WS-KIT-ATUAL

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT KITS

           IF FS-OK THEN
               OPEN INPUT PRODUTO
               IF FS2-OK THEN
                   PERFORM ABRIR-LISTAGEM
                   PERFORM ESCREVER-SECCAO
                   MOVE 0 TO KT-ID-KIT
                   MOVE 0 TO KT-ID-COMPONENTE
                   START KITS KEY IS NOT LESS THAN KT-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
                   PERFORM MONTAVEIS-LINHA UNTIL EOF-OK
                   IF WS-KIT-ATUAL > 0 THEN
                       PERFORM IMPRIMIR-KIT-MONTAVEL
                   END-IF
                   PERFORM IMPRIMIR-TOTAL-MONTAVEIS
                   PERFORM FECHAR-LISTAGEM
                   CLOSE PRODUTO
               ELSE
                   DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUTOS"
                   DISPLAY "ERRO DO FILE STATUS:" WS-FS2
               END-IF
               CLOSE KITS
           ELSE
               DISPLAY "NENHUM KIT REGISTADO"
           END-IF.

       MONTAVEIS-LINHA.
           READ KITS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF KT-ID-KIT NOT EQUAL WS-KIT-ATUAL THEN
                   IF WS-KIT-ATUAL > 0 THEN
                       PERFORM IMPRIMIR-KIT-MONTAVEL
                   END-IF
                   PERFORM INICIAR-KIT-MONTAVEL
               END-IF
               PERFORM AVALIAR-COMPONENTE
           END-READ.

       INICIAR-KIT-MONTAVEL.
           MOVE KT-ID-KIT TO WS-KIT-ATUAL
           MOVE 0 TO WS-NUM-COMPONENTES
           MOVE 9999 TO WS-MONT-LOJA
           MOVE 9999 TO WS-MONT-TOTAL
           MOVE 0 TO WS-ID-LIMITE
           MOVE SPACES TO WS-NOME-LIMITE.

       AVALIAR-COMPONENTE.
           ADD 1 TO WS-NUM-COMPONENTES
           MOVE KT-ID-COMPONENTE TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
               MOVE 0 TO QT-LOJA
               MOVE 0 TO QT-PRODUTO
           END-READ

           IF KT-QUANTIDADE > 0 THEN
               DIVIDE QT-LOJA BY KT-QUANTIDADE GIVING WS-POSSIVEIS
               IF WS-POSSIVEIS < WS-MONT-LOJA THEN
                   MOVE WS-POSSIVEIS TO WS-MONT-LOJA
                   MOVE KT-ID-COMPONENTE TO WS-ID-LIMITE
                   MOVE NOME-PRODUTO TO WS-NOME-LIMITE
               END-IF
               DIVIDE QT-PRODUTO BY KT-QUANTIDADE GIVING WS-POSSIVEIS
               IF WS-POSSIVEIS < WS-MONT-TOTAL THEN
                   MOVE WS-POSSIVEIS TO WS-MONT-TOTAL
               END-IF
           END-IF.

       IMPRIMIR-KIT-MONTAVEL.
           MOVE WS-KIT-ATUAL TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
           END-READ

           IF WS-MONT-LOJA EQUAL 9999 THEN
               MOVE 0 TO WS-MONT-LOJA
           END-IF
           IF WS-MONT-TOTAL EQUAL 9999 THEN
               MOVE 0 TO WS-MONT-TOTAL
           END-IF

           ADD 1 TO WS-TOTAL-LISTADOS
           MOVE WS-KIT-ATUAL TO WS-LK-ID
           MOVE NOME-PRODUTO TO WS-LK-NOME
           MOVE WS-NUM-COMPONENTES TO WS-LK-COMP
           MOVE WS-MONT-LOJA TO WS-LK-LOJA
           MOVE WS-MONT-TOTAL TO WS-LK-TOTAL
           MOVE WS-ID-LIMITE TO WS-LK-LIMITE
           MOVE WS-NOME-LIMITE TO WS-LK-NOME-LIMITE
           MOVE WS-LIN-KIT TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           DISPLAY WS-KIT-ATUAL " " NOME-PRODUTO
               " MONTAVEIS LOJA " WS-MONT-LOJA
               " TOTAL " WS-MONT-TOTAL
               " LIMITADO POR " WS-ID-LIMITE.

       IMPRIMIR-TOTAL-MONTAVEIS.
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           MOVE WS-TOTAL-LISTADOS TO WS-LT-KITS
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY "KITS LISTADOS: " WS-TOTAL-LISTADOS.

       ABRIR-LISTAGEM.
           SET FS3-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           MOVE WS-DH-DIA TO WS-CD-DIA
           MOVE WS-DH-MES TO WS-CD-MES
           MOVE WS-DH-ANO TO WS-CD-ANO

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
               DISPLAY "LISTAGEM GRAVADA EM KITS.LST"
           END-IF.
