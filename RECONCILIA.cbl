
       WORKING-STORAGE SECTION.
           COPY AUDPARAM.
           COPY CTLPARAM.
       01 WS-REG-ANTES         PIC X(64).
       01 WS-CONFIRMA          PIC X(01).
       01 WS-ULTIMO-ID         PIC 9(3).
       01 WS-PARAM-RECONCILIA.
           03 WS-PC-DIVERGENTES PIC 9(5).
           03 FILLER           PIC X(05) VALUE SPACES.
       77 WS-FS                PIC 99.
          88 FS-OK            VALUE 0.
       77 WS-FS2               PIC 99.
       77 WS-EOF               PIC X.
          88 EOF-OK           VALUE 'F' FALSE 'N'.
       77 WS-PF-CALCULADO      PIC 9(5)V99.
       77 WS-RETOMA            PIC X.
          88 RETOMAR          VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-LIDOS       PIC 9(7) VALUE 0.
       77 WS-TOTAL-DIVERGENTES PIC 9(5) VALUE 0.
       77 WS-TOTAL-ATUALIZADOS PIC 9(7) VALUE 0.
       77 WS-TOTAL-REJEITADOS  PIC 9(7) VALUE 0.
       77 WS-TOTAL-IGNORADOS   PIC 9(7) VALUE 0.
       77 WS-DESDE-CONTROLO    PIC 9(3).
       77 WS-INTERVALO-CONTROLO PIC 9(3) VALUE 50.
       77 WS-PAGINA            PIC 9(3).
       77 WS-LINHA-CONT        PIC 99.
       77 WS-LINHAS-PAGINA     PIC 99 VALUE 55.
       01 WS-LIN-LIDOS.
           03 FILLER           PIC X(21)
               VALUE "PRODUTOS ANALISADOS: ".
           03 WS-LL-TOTAL      PIC Z.ZZZ.ZZ9.
       01 WS-LIN-DIVERGENTES.
           03 FILLER           PIC X(26)
               VALUE "DIVERGENCIAS ENCONTRADAS: ".
           03 WS-LDV-TOTAL     PIC ZZZZ9.
       01 WS-LIN-ATUALIZADOS.
           03 FILLER           PIC X(22)
               VALUE "PRODUTOS ATUALIZADOS: ".
           03 WS-LAT-TOTAL     PIC Z.ZZZ.ZZ9.
       01 WS-LIN-REJEITADOS.
           03 FILLER           PIC X(21)
               VALUE "PRODUTOS REJEITADOS: ".
           03 WS-LRJ-TOTAL     PIC Z.ZZZ.ZZ9.

       LINKAGE SECTION.
       01 PARAMETRES.
           SET FS-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LIDOS
           MOVE 0 TO WS-TOTAL-DIVERGENTES
           MOVE 0 TO WS-TOTAL-ATUALIZADOS
           MOVE 0 TO WS-TOTAL-REJEITADOS
           MOVE 0 TO WS-TOTAL-IGNORADOS
           MOVE 0 TO WS-ULTIMO-ID
           MOVE 0 TO WS-DESDE-CONTROLO

           DISPLAY "========================================"
           DISPLAY "RECONCILIACAO DE PF-PRODUTO / PRC-COM-IVA"
           DISPLAY "========================================"

           PERFORM VERIFICAR-RETOMA

           OPEN I-O PRODUTO

           IF FS-OK THEN
               PERFORM ABRIR-LISTAGEM
               IF RETOMAR THEN
                   MOVE WS-ULTIMO-ID TO ID-PRODUTO
                   START PRODUTO KEY IS GREATER THAN ID-PRODUTO
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START
               END-IF
               PERFORM GRAVAR-PONTO-CONTROLO
               PERFORM RECONCILIA-LINHA UNTIL EOF-OK
               CLOSE PRODUTO
               PERFORM CONCLUIR-CONTROLO
               PERFORM MOSTRAR-TOTAIS-CONTROLO
               DISPLAY "----------------------------------------"
               DISPLAY "PRODUTOS ANALISADOS: " WS-TOTAL-LIDOS
               DISPLAY "DIVERGENCIAS ENCONTRADAS: "
               PERFORM ESCREVER-LINHA
               MOVE WS-LIN-DIVERGENTES TO REG-LISTAGEM
               PERFORM ESCREVER-LINHA
               MOVE WS-TOTAL-ATUALIZADOS TO WS-LAT-TOTAL
               MOVE WS-LIN-ATUALIZADOS TO REG-LISTAGEM
               PERFORM ESCREVER-LINHA
               MOVE WS-TOTAL-REJEITADOS TO WS-LRJ-TOTAL
               MOVE WS-LIN-REJEITADOS TO REG-LISTAGEM
               PERFORM ESCREVER-LINHA
               PERFORM FECHAR-LISTAGEM
               MOVE 0 TO PA-RETURN-CODE
           ELSE
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE ID-PRODUTO TO WS-ULTIMO-ID
               COMPUTE WS-PF-CALCULADO = PRC-PRODUTO + PRC-PRODUTO *
                   IVA-PRODUTO / 100

               MOVE REG-CONTATOS TO WS-REG-ANTES
               MOVE WS-PF-CALCULADO TO PRC-COM-IVA
               REWRITE REG-CONTATOS
               IF FS-OK THEN
                   ADD 1 TO WS-TOTAL-ATUALIZADOS
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   DISPLAY "PRODUTO " ID-PRODUTO
                       " NAO ATUALIZADO - FILE STATUS " WS-FS
                   SET FS-OK TO TRUE
               END-IF

               ADD 1 TO WS-DESDE-CONTROLO
               IF WS-DESDE-CONTROLO NOT LESS THAN
                   WS-INTERVALO-CONTROLO
                   OR WS-PF-CALCULADO NOT EQUAL PF-PRODUTO THEN
                   PERFORM GRAVAR-PONTO-CONTROLO
               END-IF
           END-READ.

       VERIFICAR-RETOMA.
           SET RETOMAR TO FALSE
           MOVE "L" TO CP-OPERACAO
           MOVE "RECONCILIA" TO CP-PROGRAMA
           CALL "CONTROLO"
           USING CTL-PARAMETRES

           IF CP-RETURN-CODE EQUAL 0 AND CP-HA-RETOMA THEN
               DISPLAY "EXECUCAO INTERROMPIDA EM " CP-DATA
                   " PELO OPERADOR " CP-OPERADOR
               DISPLAY "ULTIMO PRODUTO TRATADO " CP-ULTIMO-ID
                   " - PRODUTOS LIDOS " CP-LIDOS
               DISPLAY "RETOMAR A PARTIR DESSE PONTO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" THEN
                   SET RETOMAR TO TRUE
                   MOVE CP-PARAMETROS TO WS-PARAM-RECONCILIA
                   MOVE WS-PC-DIVERGENTES TO WS-TOTAL-DIVERGENTES
                   MOVE CP-ULTIMO-ID TO WS-ULTIMO-ID
                   MOVE CP-LIDOS TO WS-TOTAL-LIDOS
                   MOVE CP-ATUALIZADOS TO WS-TOTAL-ATUALIZADOS
                   MOVE CP-REJEITADOS TO WS-TOTAL-REJEITADOS
                   MOVE CP-IGNORADOS TO WS-TOTAL-IGNORADOS
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
           MOVE "RECONCILIA" TO CP-PROGRAMA
           MOVE PA-OPERADOR TO CP-OPERADOR
           MOVE WS-TOTAL-DIVERGENTES TO WS-PC-DIVERGENTES
           MOVE WS-PARAM-RECONCILIA TO CP-PARAMETROS
           MOVE WS-ULTIMO-ID TO CP-ULTIMO-ID
           MOVE 0 TO CP-POSICAO
           MOVE WS-TOTAL-LIDOS TO CP-LIDOS
           MOVE WS-TOTAL-ATUALIZADOS TO CP-ATUALIZADOS
           MOVE WS-TOTAL-REJEITADOS TO CP-REJEITADOS
           MOVE WS-TOTAL-IGNORADOS TO CP-IGNORADOS.

       MOSTRAR-TOTAIS-CONTROLO.
           DISPLAY "========================================"
           DISPLAY "TOTAIS DE CONTROLO - RECONCILIA"
           DISPLAY "PRODUTOS LIDOS:       " WS-TOTAL-LIDOS
           DISPLAY "PRODUTOS ATUALIZADOS: " WS-TOTAL-ATUALIZADOS
           DISPLAY "PRODUTOS REJEITADOS:  " WS-TOTAL-REJEITADOS
           DISPLAY "PRODUTOS IGNORADOS:   " WS-TOTAL-IGNORADOS
           DISPLAY "========================================".

       GRAVAR-AUDITORIA.
           MOVE PA-OPERADOR TO AP-OPERADOR
           MOVE "RECONCILIA" TO AP-PROGRAMA
           MOVE WS-DS-MES TO WS-CD-MES
           MOVE WS-DS-ANO TO WS-CD-ANO

           IF RETOMAR THEN
               OPEN EXTEND LISTAGEM
               IF WS-FS2 EQUAL 35 THEN
                   OPEN OUTPUT LISTAGEM
               END-IF
           ELSE
               OPEN OUTPUT LISTAGEM
           END-IF
           IF FS2-OK THEN
               PERFORM ESCREVER-CABECALHO
           ELSE
