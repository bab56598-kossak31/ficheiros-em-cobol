           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.
           SELECT TAXAIVA ASSIGN TO "C:\COBOL\TAXASIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TX-TAXA
           FILE STATUS IS WS-FS3.
           SELECT REJEITADOS ASSIGN TO "C:\COBOL\PRODUTOS-REJ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTO.
                         ==CUSTO-PRODUTO==   BY ==IMP-CUSTO-PRODUTO==
                         ==QT-LOJA==         BY ==IMP-QT-LOJA==
                         ==QT-ARMAZEM==      BY ==IMP-QT-ARMAZEM==.
       FD TAXAIVA.
           COPY TAXAIVA.
       FD REJEITADOS.
       01 REG-REJEITADO.
           03 REJ-REGISTO        PIC X(64).
           03 REJ-MOTIVO         PIC X(30).

       WORKING-STORAGE SECTION.
           COPY AUDPARAM.
           COPY CTLPARAM.
       01 WS-REG-ANTES          PIC X(64).
       01 WS-REG-NOVO           PIC X(64).
       01 WS-CONFIRMA           PIC X(01).
       01 WS-ULTIMO-ID          PIC 9(3).
       01 WS-MOTIVO             PIC X(30).
       01 WS-PARAM-IMPORTAR.
           03 WS-PI-NOVOS       PIC 9(5).
           03 WS-PI-ALTERADOS   PIC 9(5).
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-FS4                PIC 99.
          88 FS4-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-TABELA-IVA         PIC X.
          88 TABELA-IVA-ABERTA VALUE 'S' FALSE 'N'.
       77 WS-RETOMA             PIC X.
          88 RETOMAR           VALUE 'S' FALSE 'N'.
       77 WS-VALIDO             PIC X.
          88 REGISTO-VALIDO    VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-NOVOS        PIC 9(7) VALUE 0.
       77 WS-TOTAL-ALTERADOS    PIC 9(7) VALUE 0.
       77 WS-TOTAL-LIDOS        PIC 9(7) VALUE 0.
       77 WS-TOTAL-ATUALIZADOS  PIC 9(7) VALUE 0.
       77 WS-TOTAL-REJEITADOS   PIC 9(7) VALUE 0.
       77 WS-TOTAL-IGNORADOS    PIC 9(7) VALUE 0.
       77 WS-POSICAO            PIC 9(7) VALUE 0.
       77 WS-POSICAO-RETOMA     PIC 9(7) VALUE 0.
       77 WS-DESDE-CONTROLO     PIC 9(3).
       77 WS-INTERVALO-CONTROLO PIC 9(3) VALUE 50.

       LINKAGE SECTION.
       01 PARAMETRES.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           SET FS4-OK TO TRUE
           MOVE 0 TO WS-TOTAL-NOVOS
           MOVE 0 TO WS-TOTAL-ALTERADOS
           MOVE 0 TO WS-TOTAL-LIDOS
           MOVE 0 TO WS-TOTAL-ATUALIZADOS
           MOVE 0 TO WS-TOTAL-REJEITADOS
           MOVE 0 TO WS-TOTAL-IGNORADOS
           MOVE 0 TO WS-POSICAO
           MOVE 0 TO WS-POSICAO-RETOMA
           MOVE 0 TO WS-ULTIMO-ID
           MOVE 0 TO WS-DESDE-CONTROLO

           PERFORM VERIFICAR-RETOMA

           OPEN I-O PRODUTO
           IF WS-FS EQUAL 35 THEN

           OPEN INPUT FICH-IMPORT

           IF RETOMAR THEN
               OPEN EXTEND REJEITADOS
               IF WS-FS4 EQUAL 35 THEN
                   OPEN OUTPUT REJEITADOS
               END-IF
           ELSE
               OPEN OUTPUT REJEITADOS
           END-IF

           IF FS-OK AND FS2-OK AND FS4-OK THEN
               SET TABELA-IVA-ABERTA TO FALSE
               OPEN INPUT TAXAIVA
               IF FS3-OK THEN
                   SET TABELA-IVA-ABERTA TO TRUE
               ELSE
                   DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL"
               END-IF
               PERFORM SALTAR-LINHA
                   UNTIL EOF-OK OR WS-POSICAO NOT LESS THAN
                   WS-POSICAO-RETOMA
               PERFORM GRAVAR-PONTO-CONTROLO
               PERFORM IMPORTAR-LINHA UNTIL EOF-OK
               CLOSE PRODUTO
               CLOSE FICH-IMPORT
               CLOSE REJEITADOS
               IF TABELA-IVA-ABERTA THEN
                   CLOSE TAXAIVA
               END-IF
               PERFORM CONCLUIR-CONTROLO
               DISPLAY "PRODUTOS NOVOS GRAVADOS: " WS-TOTAL-NOVOS
               DISPLAY "PRODUTOS EXISTENTES ATUALIZADOS: "
                   WS-TOTAL-ALTERADOS
               PERFORM MOSTRAR-TOTAIS-CONTROLO
               MOVE 0 TO PA-RETURN-CODE
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIROS"
               DISPLAY "ERRO FILE STATUS PRODUTO:" WS-FS
               DISPLAY "ERRO FILE STATUS IMPORTACAO:" WS-FS2
               DISPLAY "ERRO FILE STATUS REJEITADOS:" WS-FS4
               IF FS-OK THEN
                   CLOSE PRODUTO
               END-IF
               IF FS2-OK THEN
                   CLOSE FICH-IMPORT
               END-IF
               IF FS4-OK THEN
                   CLOSE REJEITADOS
               END-IF
               MOVE 1 TO PA-RETURN-CODE
           END-IF

           GOBACK.

       SALTAR-LINHA.
           READ FICH-IMPORT NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-POSICAO
               MOVE IMP-ID-PRODUTO TO WS-ULTIMO-ID
           END-READ.

       IMPORTAR-LINHA.
           READ FICH-IMPORT NEXT RECORD INTO REG-CONTATOS
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-POSICAO
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE IMP-ID-PRODUTO TO WS-ULTIMO-ID
               PERFORM VALIDAR-REGISTO
               IF REGISTO-VALIDO THEN
                   WRITE REG-CONTATOS
                   INVALID KEY
                       PERFORM REESCREVER-PRODUTO
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-NOVOS
                       ADD 1 TO WS-TOTAL-ATUALIZADOS
                       MOVE "G" TO AP-OPERACAO
                       MOVE SPACES TO WS-REG-ANTES
                       PERFORM GRAVAR-AUDITORIA
                   END-WRITE
               ELSE
                   PERFORM REJEITAR-REGISTO
               END-IF

               ADD 1 TO WS-DESDE-CONTROLO
               IF WS-DESDE-CONTROLO NOT LESS THAN
                   WS-INTERVALO-CONTROLO THEN
                   PERFORM GRAVAR-PONTO-CONTROLO
               END-IF
           END-READ.

       VALIDAR-REGISTO.
           SET REGISTO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
           WHEN IMP-ID-PRODUTO NOT NUMERIC
               MOVE "CODIGO DE PRODUTO INVALIDO" TO WS-MOTIVO
           WHEN IMP-ID-PRODUTO EQUAL 0
               MOVE "CODIGO DE PRODUTO INVALIDO" TO WS-MOTIVO
           WHEN IMP-NOME-PRODUTO EQUAL SPACES
               MOVE "NOME DO PRODUTO EM BRANCO" TO WS-MOTIVO
           WHEN IMP-PRC-PRODUTO NOT NUMERIC
               MOVE "PRECO NAO NUMERICO" TO WS-MOTIVO
           WHEN IMP-PF-PRODUTO NOT NUMERIC
               MOVE "PRECO NAO NUMERICO" TO WS-MOTIVO
           WHEN IMP-PRC-COM-IVA NOT NUMERIC
               MOVE "PRECO NAO NUMERICO" TO WS-MOTIVO
           WHEN IMP-CUSTO-PRODUTO NOT NUMERIC
               MOVE "CUSTO NAO NUMERICO" TO WS-MOTIVO
           WHEN IMP-IVA-PRODUTO NOT NUMERIC
               MOVE "TAXA DE IVA NAO NUMERICA" TO WS-MOTIVO
           WHEN IMP-FORN-PRODUTO NOT NUMERIC
               MOVE "FORNECEDOR NAO NUMERICO" TO WS-MOTIVO
           WHEN IMP-QT-PRODUTO NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO
           WHEN IMP-QT-LOJA NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO
           WHEN IMP-QT-ARMAZEM NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO
           WHEN NOT IMP-PRODUTO-ATIVO AND NOT IMP-PRODUTO-INATIVO
               MOVE "ESTADO DIFERENTE DE A/I" TO WS-MOTIVO
           WHEN IMP-QT-LOJA + IMP-QT-ARMAZEM NOT EQUAL IMP-QT-PRODUTO
               MOVE "STOCK POR LOCAL NAO BATE" TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO EQUAL SPACES AND TABELA-IVA-ABERTA THEN
               MOVE IMP-IVA-PRODUTO TO TX-TAXA
               READ TAXAIVA
               KEY IS TX-TAXA
               INVALID KEY
                   MOVE "TAXA DE IVA FORA DA TABELA" TO WS-MOTIVO
               NOT INVALID KEY
                   IF TAXA-INATIVA THEN
                       MOVE "TAXA DE IVA INATIVA" TO WS-MOTIVO
                   END-IF
               END-READ
           END-IF

           IF WS-MOTIVO NOT EQUAL SPACES THEN
               SET REGISTO-VALIDO TO FALSE
           END-IF.

       REJEITAR-REGISTO.
           MOVE REG-IMPORT TO REJ-REGISTO
           MOVE WS-MOTIVO TO REJ-MOTIVO
           WRITE REG-REJEITADO
           ADD 1 TO WS-TOTAL-REJEITADOS
           PERFORM GRAVAR-PONTO-CONTROLO.

       REESCREVER-PRODUTO.
           MOVE REG-CONTATOS TO WS-REG-NOVO
               CONTINUE
           END-READ
           MOVE WS-REG-NOVO TO REG-CONTATOS
           IF WS-REG-NOVO EQUAL WS-REG-ANTES THEN
               ADD 1 TO WS-TOTAL-IGNORADOS
           ELSE
               REWRITE REG-CONTATOS
               IF FS-OK THEN
                   ADD 1 TO WS-TOTAL-ALTERADOS
                   ADD 1 TO WS-TOTAL-ATUALIZADOS
                   MOVE "A" TO AP-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   MOVE "ERRO NA REGRAVACAO DO PRODUTO" TO WS-MOTIVO
                   PERFORM REJEITAR-REGISTO
                   SET FS-OK TO TRUE
               END-IF
           END-IF.

       VERIFICAR-RETOMA.
           SET RETOMAR TO FALSE
           MOVE "L" TO CP-OPERACAO
           MOVE "IMPORTAR" TO CP-PROGRAMA
           CALL "CONTROLO"
           USING CTL-PARAMETRES

           IF CP-RETURN-CODE EQUAL 0 AND CP-HA-RETOMA THEN
               MOVE CP-PARAMETROS TO WS-PARAM-IMPORTAR
               DISPLAY "IMPORTACAO INTERROMPIDA EM " CP-DATA
                   " PELO OPERADOR " CP-OPERADOR
               DISPLAY "REGISTOS JA TRATADOS " CP-POSICAO
                   " - ULTIMO PRODUTO " CP-ULTIMO-ID
               DISPLAY "RETOMAR A PARTIR DESSE PONTO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" THEN
                   SET RETOMAR TO TRUE
                   MOVE CP-POSICAO TO WS-POSICAO-RETOMA
                   MOVE CP-ULTIMO-ID TO WS-ULTIMO-ID
                   MOVE CP-LIDOS TO WS-TOTAL-LIDOS
                   MOVE CP-ATUALIZADOS TO WS-TOTAL-ATUALIZADOS
                   MOVE CP-REJEITADOS TO WS-TOTAL-REJEITADOS
                   MOVE CP-IGNORADOS TO WS-TOTAL-IGNORADOS
                   IF WS-PARAM-IMPORTAR NUMERIC THEN
                       MOVE WS-PI-NOVOS TO WS-TOTAL-NOVOS
                       MOVE WS-PI-ALTERADOS TO WS-TOTAL-ALTERADOS
                   END-IF
               ELSE
                   DISPLAY "EXECUCAO ANTERIOR ABANDONADA"
               END-IF
           END-IF.

       GRAVAR-PONTO-CONTROLO.
           MOVE "G" TO CP-OPERACAO
           PERFORM PREENCHER-CONTROLO
           CALL "CONTROLO"
           USING CTL-PARAMETRES
           MOVE 0 TO WS-DESDE-CONTROLO.

       CONCLUIR-CONTROLO.
           MOVE "C" TO CP-OPERACAO
           PERFORM PREENCHER-CONTROLO
           CALL "CONTROLO"
           USING CTL-PARAMETRES.

       PREENCHER-CONTROLO.
           MOVE "IMPORTAR" TO CP-PROGRAMA
           MOVE PA-OPERADOR TO CP-OPERADOR
           MOVE WS-TOTAL-NOVOS TO WS-PI-NOVOS
           MOVE WS-TOTAL-ALTERADOS TO WS-PI-ALTERADOS
           MOVE WS-PARAM-IMPORTAR TO CP-PARAMETROS
           MOVE WS-ULTIMO-ID TO CP-ULTIMO-ID
           MOVE WS-POSICAO TO CP-POSICAO
           MOVE WS-TOTAL-LIDOS TO CP-LIDOS
           MOVE WS-TOTAL-ATUALIZADOS TO CP-ATUALIZADOS
           MOVE WS-TOTAL-REJEITADOS TO CP-REJEITADOS
           MOVE WS-TOTAL-IGNORADOS TO CP-IGNORADOS.

       MOSTRAR-TOTAIS-CONTROLO.
           DISPLAY "========================================"
           DISPLAY "TOTAIS DE CONTROLO - IMPORTAR"
           DISPLAY "REGISTOS LIDOS:       " WS-TOTAL-LIDOS
           DISPLAY "PRODUTOS ATUALIZADOS: " WS-TOTAL-ATUALIZADOS
           DISPLAY "REGISTOS REJEITADOS:  " WS-TOTAL-REJEITADOS
           DISPLAY "REGISTOS IGNORADOS:   " WS-TOTAL-IGNORADOS
           DISPLAY "========================================".

       GRAVAR-AUDITORIA.
           MOVE PA-OPERADOR TO AP-OPERADOR
