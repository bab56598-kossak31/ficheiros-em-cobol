       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT SESSOES ASSIGN TO "C:\COBOL\SESSOES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-CHAVE
           FILE STATUS IS WS-FS.
           SELECT LISTAGEM ASSIGN TO "C:\COBOL\CAIXA.LST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD SESSOES.
           COPY SESSAO.
       FD LISTAGEM.
       01 REG-LISTAGEM          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-MENU-OPCAO         PIC 99.
       01 WS-CONFIRMA           PIC X(01).
       01 WS-OPERADOR-BUSCA     PIC X(03).
       01 WS-OPERADOR-ANT       PIC X(03).
       01 WS-CHAVE-SESSAO       PIC X(19).
       01 WS-FUNDO-CAIXA        PIC 9(7)V99.
       01 WS-CONT-NUMERARIO     PIC 9(9)V99.
       01 WS-CONT-CARTAO        PIC 9(9)V99.
       01 WS-ESPERADO-NUMERARIO PIC 9(9)V99.
       01 WS-ED-VALOR           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-HORA-AGORA         PIC 9(8).
       01 FILLER REDEFINES WS-HORA-AGORA.
           03 WS-HA-HORA        PIC 99.
           03 WS-HA-MINUTO      PIC 99.
           03 FILLER            PIC 9(4).
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
       01 WS-DATA-EDITADA.
           03 WS-DE-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-DE-ANO         PIC 9(4).
       01 WS-TOT-OPERADOR.
           03 WS-TO-SESSOES     PIC 9(5).
           03 WS-TO-DIF-NUM     PIC S9(9)V99.
           03 WS-TO-DIF-CARTAO  PIC S9(9)V99.
       01 WS-TOT-GERAL.
           03 WS-TG-SESSOES     PIC 9(5).
           03 WS-TG-DIF-NUM     PIC S9(9)V99.
           03 WS-TG-DIF-CARTAO  PIC S9(9)V99.
       01 WS-CAB-EMPRESA.
           03 FILLER            PIC X(34)
               VALUE "GESTAO DE STOCKS - ARMAZEM CENTRAL".
           03 FILLER            PIC X(36) VALUE SPACES.
           03 FILLER            PIC X(07) VALUE "PAGINA ".
           03 WS-CE-PAGINA      PIC ZZ9.
       01 WS-CAB-DATA.
           03 WS-CD-TITULO      PIC X(40).
           03 FILLER            PIC X(13) VALUE " - REFERENCIA".
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-CD-DIA         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WS-CD-ANO         PIC 9(4).
       01 WS-CAB-COLUNAS        PIC X(90).
       01 WS-COL-HISTORICO.
           03 FILLER            PIC X(45)
               VALUE "OPR ABERTURA   FECHO      ESTADO  FATURAS DIF".
           03 FILLER            PIC X(45)
               VALUE ". NUMERARIO    DIF. CARTAO                  ".
       01 WS-LIN-GUARDADA       PIC X(90).
       01 WS-LIN-SESSAO.
           03 FILLER            PIC X(10) VALUE "OPERADOR: ".
           03 WS-LS-OPERADOR    PIC X(03).
           03 FILLER            PIC X(12) VALUE "  ABERTURA: ".
           03 WS-LS-ABERTURA    PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LS-HORA        PIC 99.
           03 FILLER            PIC X(01) VALUE ":".
           03 WS-LS-MINUTO      PIC 99.
           03 FILLER            PIC X(09) VALUE "  FECHO: ".
           03 WS-LS-FECHO       PIC X(10).
           03 FILLER            PIC X(11) VALUE "  FATURAS: ".
           03 WS-LS-FATURAS     PIC ZZZZ9.
       01 WS-LIN-VALOR.
           03 WS-LV-DESCRICAO   PIC X(30).
           03 WS-LV-VALOR       PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-LIN-HISTORICO.
           03 WS-LH-OPERADOR    PIC X(03).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-ABERTURA    PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-FECHO       PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-ESTADO      PIC X(07).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-FATURAS     PIC ZZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-DIF-NUM     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LH-DIF-CARTAO  PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-LIN-TOTAL.
           03 WS-LT-DESCRICAO   PIC X(20).
           03 WS-LT-SESSOES     PIC ZZZZ9.
           03 FILLER            PIC X(09) VALUE " SESSOES ".
           03 FILLER            PIC X(05) VALUE SPACES.
           03 WS-LT-DIF-NUM     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WS-LT-DIF-CARTAO  PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-SESSAO-ENCONTRADA  PIC X.
          88 SESSAO-ENCONTRADA VALUE 'S' FALSE 'N'.
       77 WS-PAGINA             PIC 9(3).
       77 WS-LINHA-CONT         PIC 99.
       77 WS-LINHAS-PAGINA      PIC 99 VALUE 55.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       CAIXA-MAIN.
            DISPLAY "MENU DE SESSOES DE CAIXA:"
            DISPLAY "1 - ABRIR SESSAO"
            DISPLAY "2 - SITUACAO DA SESSAO ABERTA"
            DISPLAY "3 - FECHAR SESSAO"
            DISPLAY "4 - DIFERENCAS DE CAIXA POR OPERADOR"
            DISPLAY "5 - VOLTAR"

            ACCEPT WS-MENU-OPCAO

       EVALUATE WS-MENU-OPCAO
            WHEN 1
            PERFORM ABRIR-SESSAO
            GO TO CAIXA-MAIN

            WHEN 2
            PERFORM SITUACAO-SESSAO
            GO TO CAIXA-MAIN

            WHEN 3
            PERFORM FECHAR-SESSAO
            GO TO CAIXA-MAIN

            WHEN 4
            PERFORM HISTORICO-SESSOES
            GO TO CAIXA-MAIN

            WHEN 5
            MOVE 0 TO PA-RETURN-CODE
            GOBACK

            WHEN OTHER
            DISPLAY "escolha uma opcao"
            GO TO CAIXA-MAIN

       end-evaluate.

       ABRIR-SESSAO.
           PERFORM LOCALIZAR-SESSAO

           IF SESSAO-ENCONTRADA THEN
               DISPLAY "O OPERADOR " PA-OPERADOR
                   " JA TEM UMA SESSAO ABERTA DESDE "
                   SS-DATA-ABERTURA
           ELSE
               DISPLAY "FUNDO DE CAIXA:"
               ACCEPT WS-FUNDO-CAIXA
               PERFORM GRAVAR-NOVA-SESSAO
           END-IF.

       GRAVAR-NOVA-SESSAO.
           SET FS-OK TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN I-O SESSOES
           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT SESSOES
           END-IF

           IF FS-OK THEN
               INITIALIZE REG-SESSAO
               MOVE PA-OPERADOR TO SS-OPERADOR
               MOVE WS-DATA-HOJE TO SS-DATA-ABERTURA
               MOVE WS-HORA-AGORA TO SS-HORA-ABERTURA
               SET SESSAO-ABERTA TO TRUE
               MOVE WS-FUNDO-CAIXA TO SS-FUNDO-CAIXA
               WRITE REG-SESSAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A SESSAO DE CAIXA"
               NOT INVALID KEY
                   MOVE WS-FUNDO-CAIXA TO WS-ED-VALOR
                   DISPLAY "SESSAO ABERTA PARA O OPERADOR "
                       PA-OPERADOR " COM FUNDO DE CAIXA " WS-ED-VALOR
               END-WRITE
               CLOSE SESSOES
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE SESSOES"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF.

       LOCALIZAR-SESSAO.
           SET SESSAO-ENCONTRADA TO FALSE
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE

           OPEN INPUT SESSOES
           IF FS-OK THEN
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

       SITUACAO-SESSAO.
           PERFORM LOCALIZAR-SESSAO

           IF NOT SESSAO-ENCONTRADA THEN
               DISPLAY "SEM SESSAO DE CAIXA ABERTA PARA O OPERADOR "
                   PA-OPERADOR
           ELSE
               COMPUTE WS-ESPERADO-NUMERARIO =
                   SS-FUNDO-CAIXA + SS-TOT-NUMERARIO
               DISPLAY "SESSAO ABERTA EM " SS-DATA-ABERTURA
                   " FATURAS: " SS-NUM-FATURAS
               MOVE SS-FUNDO-CAIXA TO WS-ED-VALOR
               DISPLAY "FUNDO DE CAIXA        " WS-ED-VALOR
               MOVE SS-TOT-NUMERARIO TO WS-ED-VALOR
               DISPLAY "VENDAS A NUMERARIO    " WS-ED-VALOR
               MOVE WS-ESPERADO-NUMERARIO TO WS-ED-VALOR
               DISPLAY "NUMERARIO ESPERADO    " WS-ED-VALOR
               MOVE SS-TOT-CARTAO TO WS-ED-VALOR
               DISPLAY "VENDAS A CARTAO       " WS-ED-VALOR
               MOVE SS-TOT-A-CREDITO TO WS-ED-VALOR
               DISPLAY "VENDAS A CREDITO      " WS-ED-VALOR
           END-IF.

       FECHAR-SESSAO.
           PERFORM LOCALIZAR-SESSAO

           IF NOT SESSAO-ENCONTRADA THEN
               DISPLAY "SEM SESSAO DE CAIXA ABERTA PARA O OPERADOR "
                   PA-OPERADOR
           ELSE
               DISPLAY "NUMERARIO CONTADO NA GAVETA (COM O FUNDO):"
               ACCEPT WS-CONT-NUMERARIO
               DISPLAY "TOTAL DOS TALOES DE CARTAO:"
               ACCEPT WS-CONT-CARTAO
               DISPLAY "CONFIRMA O FECHO DA SESSAO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" THEN
                   PERFORM GRAVAR-FECHO-SESSAO
               ELSE
                   DISPLAY "FECHO CANCELADO"
               END-IF
           END-IF.

       GRAVAR-FECHO-SESSAO.
           SET FS-OK TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O SESSOES
           IF FS-OK THEN
               MOVE WS-CHAVE-SESSAO TO SS-CHAVE
               READ SESSOES
               KEY IS SS-CHAVE
               INVALID KEY
                   DISPLAY "SESSAO DE CAIXA NAO ENCONTRADA"
               NOT INVALID KEY
                   COMPUTE WS-ESPERADO-NUMERARIO =
                       SS-FUNDO-CAIXA + SS-TOT-NUMERARIO
                   MOVE WS-CONT-NUMERARIO TO SS-CONT-NUMERARIO
                   MOVE WS-CONT-CARTAO TO SS-CONT-CARTAO
                   COMPUTE SS-DIF-NUMERARIO =
                       SS-CONT-NUMERARIO - WS-ESPERADO-NUMERARIO
                   COMPUTE SS-DIF-CARTAO =
                       SS-CONT-CARTAO - SS-TOT-CARTAO
                   MOVE WS-DATA-HOJE TO SS-DATA-FECHO
                   SET SESSAO-FECHADA TO TRUE
                   REWRITE REG-SESSAO
                   PERFORM IMPRIMIR-FECHO
               END-READ
               CLOSE SESSOES
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE SESSOES"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF.

       IMPRIMIR-FECHO.
           MOVE "FECHO DE SESSAO DE CAIXA" TO WS-CD-TITULO
           MOVE SPACES TO WS-CAB-COLUNAS
           PERFORM ABRIR-LISTAGEM
           PERFORM ESCREVER-SECCAO

           MOVE SS-OPERADOR TO WS-LS-OPERADOR
           MOVE SS-DATA-ABERTURA TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LS-ABERTURA
           MOVE SS-HORA-ABERTURA TO WS-HORA-AGORA
           MOVE WS-HA-HORA TO WS-LS-HORA
           MOVE WS-HA-MINUTO TO WS-LS-MINUTO
           MOVE SS-DATA-FECHO TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LS-FECHO
           MOVE SS-NUM-FATURAS TO WS-LS-FATURAS
           MOVE WS-LIN-SESSAO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-SESSAO
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA

           MOVE "FUNDO DE CAIXA" TO WS-LV-DESCRICAO
           MOVE SS-FUNDO-CAIXA TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "VENDAS A NUMERARIO" TO WS-LV-DESCRICAO
           MOVE SS-TOT-NUMERARIO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "NUMERARIO ESPERADO" TO WS-LV-DESCRICAO
           MOVE WS-ESPERADO-NUMERARIO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "NUMERARIO CONTADO" TO WS-LV-DESCRICAO
           MOVE SS-CONT-NUMERARIO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "DIFERENCA DE NUMERARIO" TO WS-LV-DESCRICAO
           MOVE SS-DIF-NUMERARIO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "VENDAS A CARTAO (ESPERADO)" TO WS-LV-DESCRICAO
           MOVE SS-TOT-CARTAO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "CARTAO CONTADO" TO WS-LV-DESCRICAO
           MOVE SS-CONT-CARTAO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "DIFERENCA DE CARTAO" TO WS-LV-DESCRICAO
           MOVE SS-DIF-CARTAO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR
           MOVE "VENDAS A CREDITO" TO WS-LV-DESCRICAO
           MOVE SS-TOT-A-CREDITO TO WS-LV-VALOR
           PERFORM IMPRIMIR-LINHA-VALOR

           PERFORM FECHAR-LISTAGEM.

       IMPRIMIR-LINHA-VALOR.
           MOVE WS-LIN-VALOR TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-VALOR.

       HISTORICO-SESSOES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE SPACES TO WS-OPERADOR-ANT
           INITIALIZE WS-TOT-OPERADOR
           INITIALIZE WS-TOT-GERAL

           DISPLAY "OPERADOR (EM BRANCO PARA TODOS):"
           ACCEPT WS-OPERADOR-BUSCA

           OPEN INPUT SESSOES

           IF FS-OK THEN
               MOVE "DIFERENCAS DE CAIXA POR OPERADOR"
                   TO WS-CD-TITULO
               MOVE WS-COL-HISTORICO TO WS-CAB-COLUNAS
               PERFORM ABRIR-LISTAGEM
               PERFORM ESCREVER-SECCAO
               MOVE WS-OPERADOR-BUSCA TO SS-OPERADOR
               MOVE 0 TO SS-DATA-ABERTURA
               MOVE 0 TO SS-HORA-ABERTURA
               START SESSOES KEY IS NOT LESS THAN SS-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM HISTORICO-LINHA UNTIL EOF-OK
               IF WS-OPERADOR-ANT NOT EQUAL SPACES THEN
                   PERFORM IMPRIMIR-TOTAL-OPERADOR
               END-IF
               MOVE "TOTAL GERAL" TO WS-LT-DESCRICAO
               MOVE WS-TG-SESSOES TO WS-LT-SESSOES
               MOVE WS-TG-DIF-NUM TO WS-LT-DIF-NUM
               MOVE WS-TG-DIF-CARTAO TO WS-LT-DIF-CARTAO
               MOVE WS-LIN-TOTAL TO REG-LISTAGEM
               PERFORM ESCREVER-LINHA
               DISPLAY WS-LIN-TOTAL
               PERFORM FECHAR-LISTAGEM
               CLOSE SESSOES
           ELSE
               DISPLAY "NENHUMA SESSAO DE CAIXA REGISTADA"
           END-IF.

       HISTORICO-LINHA.
           READ SESSOES NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF WS-OPERADOR-BUSCA NOT EQUAL SPACES
                   AND SS-OPERADOR NOT EQUAL WS-OPERADOR-BUSCA THEN
                   SET EOF-OK TO TRUE
               ELSE
                   IF SS-OPERADOR NOT EQUAL WS-OPERADOR-ANT
                       AND WS-OPERADOR-ANT NOT EQUAL SPACES THEN
                       PERFORM IMPRIMIR-TOTAL-OPERADOR
                   END-IF
                   MOVE SS-OPERADOR TO WS-OPERADOR-ANT
                   PERFORM IMPRIMIR-SESSAO
               END-IF
           END-READ.

       IMPRIMIR-SESSAO.
           MOVE SS-OPERADOR TO WS-LH-OPERADOR
           MOVE SS-DATA-ABERTURA TO WS-DATA-AUX
           PERFORM EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LH-ABERTURA
           MOVE SS-NUM-FATURAS TO WS-LH-FATURAS

           IF SESSAO-FECHADA THEN
               MOVE SS-DATA-FECHO TO WS-DATA-AUX
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDITADA TO WS-LH-FECHO
               MOVE "FECHADA" TO WS-LH-ESTADO
               MOVE SS-DIF-NUMERARIO TO WS-LH-DIF-NUM
               MOVE SS-DIF-CARTAO TO WS-LH-DIF-CARTAO
               ADD 1 TO WS-TO-SESSOES
               ADD SS-DIF-NUMERARIO TO WS-TO-DIF-NUM
               ADD SS-DIF-CARTAO TO WS-TO-DIF-CARTAO
               ADD 1 TO WS-TG-SESSOES
               ADD SS-DIF-NUMERARIO TO WS-TG-DIF-NUM
               ADD SS-DIF-CARTAO TO WS-TG-DIF-CARTAO
           ELSE
               MOVE SPACES TO WS-LH-FECHO
               MOVE "ABERTA" TO WS-LH-ESTADO
               MOVE 0 TO WS-LH-DIF-NUM
               MOVE 0 TO WS-LH-DIF-CARTAO
           END-IF

           MOVE WS-LIN-HISTORICO TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-HISTORICO.

       IMPRIMIR-TOTAL-OPERADOR.
           MOVE SPACES TO WS-LT-DESCRICAO
           STRING "TOTAL OPERADOR " WS-OPERADOR-ANT
               DELIMITED BY SIZE INTO WS-LT-DESCRICAO
           MOVE WS-TO-SESSOES TO WS-LT-SESSOES
           MOVE WS-TO-DIF-NUM TO WS-LT-DIF-NUM
           MOVE WS-TO-DIF-CARTAO TO WS-LT-DIF-CARTAO
           MOVE WS-LIN-TOTAL TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           DISPLAY WS-LIN-TOTAL
           MOVE SPACES TO REG-LISTAGEM
           PERFORM ESCREVER-LINHA
           INITIALIZE WS-TOT-OPERADOR.

       EDITAR-DATA.
           MOVE WS-DA-DIA TO WS-DE-DIA
           MOVE WS-DA-MES TO WS-DE-MES
           MOVE WS-DA-ANO TO WS-DE-ANO.

       ABRIR-LISTAGEM.
           SET FS2-OK TO TRUE
           MOVE 0 TO WS-PAGINA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DH-DIA TO WS-CD-DIA
           MOVE WS-DH-MES TO WS-CD-MES
           MOVE WS-DH-ANO TO WS-CD-ANO

           OPEN OUTPUT LISTAGEM
           IF NOT FS2-OK THEN
               DISPLAY "AVISO: LISTAGEM INDISPONIVEL"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS2
           END-IF.

       ESCREVER-SECCAO.
           IF FS2-OK THEN
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
           IF FS2-OK THEN
               IF WS-LINHA-CONT NOT LESS THAN WS-LINHAS-PAGINA THEN
                   MOVE REG-LISTAGEM TO WS-LIN-GUARDADA
                   PERFORM ESCREVER-CABECALHO
                   MOVE WS-LIN-GUARDADA TO REG-LISTAGEM
               END-IF
               WRITE REG-LISTAGEM
               ADD 1 TO WS-LINHA-CONT
           END-IF.

       FECHAR-LISTAGEM.
           IF FS2-OK THEN
               CLOSE LISTAGEM
               DISPLAY "LISTAGEM GRAVADA EM CAIXA.LST"
           END-IF.
