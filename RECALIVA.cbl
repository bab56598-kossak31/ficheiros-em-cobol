
       WORKING-STORAGE SECTION.
           COPY AUDPARAM.
           COPY CTLPARAM.
       01 WS-REG-ANTES          PIC X(64).
       01 WS-TAXA-ANTIGA        PIC 99.
       01 WS-TAXA-NOVA          PIC 99.
       01 WS-PF-ANTIGO          PIC 9(5)V99.
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 WS-CONFIRMA           PIC X(01).
       01 WS-ULTIMO-ID          PIC 9(3).
       01 WS-PARAM-RECALIVA.
           03 WS-PR-TAXA-ANTIGA PIC 99.
           03 WS-PR-TAXA-NOVA   PIC 99.
           03 FILLER            PIC X(06) VALUE SPACES.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-TAXA-OK            PIC X.
          88 TAXA-NOVA-VALIDA  VALUE 'S' FALSE 'N'.
       77 WS-RETOMA             PIC X.
          88 RETOMAR           VALUE 'S' FALSE 'N'.
       77 WS-TOTAL-LIDOS        PIC 9(7).
       77 WS-TOTAL-ALTERADOS    PIC 9(7).
       77 WS-TOTAL-REJEITADOS   PIC 9(7).
       77 WS-TOTAL-IGNORADOS    PIC 9(7).
       77 WS-DESDE-CONTROLO     PIC 9(3).
       77 WS-INTERVALO-CONTROLO PIC 9(3) VALUE 50.

       LINKAGE SECTION.
       01 PARAMETRES.
       RECALIVA-MAIN.
           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE
           MOVE 0 TO WS-TOTAL-LIDOS
           MOVE 0 TO WS-TOTAL-ALTERADOS
           MOVE 0 TO WS-TOTAL-REJEITADOS
           MOVE 0 TO WS-TOTAL-IGNORADOS
           MOVE 0 TO WS-ULTIMO-ID
           MOVE 0 TO WS-DESDE-CONTROLO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "RECALCULO DE IVA EM MASSA"
           PERFORM VERIFICAR-RETOMA
           IF NOT RETOMAR THEN
               DISPLAY "TAXA ANTIGA:"
               ACCEPT WS-TAXA-ANTIGA
               DISPLAY "TAXA NOVA:"
               ACCEPT WS-TAXA-NOVA
           END-IF

           PERFORM VALIDAR-TAXA-NOVA
           IF NOT TAXA-NOVA-VALIDA THEN
               GOBACK
           END-IF

           IF RETOMAR THEN
               MOVE WS-ULTIMO-ID TO ID-PRODUTO
               START PRODUTO KEY IS GREATER THAN ID-PRODUTO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
           END-IF

           MOVE WS-TAXA-ANTIGA TO WS-PR-TAXA-ANTIGA
           MOVE WS-TAXA-NOVA TO WS-PR-TAXA-NOVA
           PERFORM GRAVAR-PONTO-CONTROLO

           PERFORM RECALCULAR-LINHA UNTIL EOF-OK

           CLOSE PRODUTO
           CLOSE PRECOS-HIST
           PERFORM CONCLUIR-CONTROLO
           PERFORM MOSTRAR-TOTAIS-CONTROLO
           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

       VERIFICAR-RETOMA.
           SET RETOMAR TO FALSE
           MOVE "L" TO CP-OPERACAO
           MOVE "RECALIVA" TO CP-PROGRAMA
           CALL "CONTROLO"
           USING CTL-PARAMETRES

           IF CP-RETURN-CODE EQUAL 0 AND CP-HA-RETOMA THEN
               MOVE CP-PARAMETROS TO WS-PARAM-RECALIVA
               DISPLAY "EXECUCAO INTERROMPIDA EM " CP-DATA
                   " PELO OPERADOR " CP-OPERADOR
               DISPLAY "TAXA " WS-PR-TAXA-ANTIGA "% -> "
                   WS-PR-TAXA-NOVA "% - ULTIMO PRODUTO TRATADO "
                   CP-ULTIMO-ID
               DISPLAY "RETOMAR A PARTIR DESSE PONTO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" THEN
                   SET RETOMAR TO TRUE
                   MOVE WS-PR-TAXA-ANTIGA TO WS-TAXA-ANTIGA
                   MOVE WS-PR-TAXA-NOVA TO WS-TAXA-NOVA
                   MOVE CP-ULTIMO-ID TO WS-ULTIMO-ID
                   MOVE CP-LIDOS TO WS-TOTAL-LIDOS
                   MOVE CP-ATUALIZADOS TO WS-TOTAL-ALTERADOS
                   MOVE CP-REJEITADOS TO WS-TOTAL-REJEITADOS
                   MOVE CP-IGNORADOS TO WS-TOTAL-IGNORADOS
               ELSE
                   DISPLAY "EXECUCAO ANTERIOR ABANDONADA"
               END-IF
           END-IF.

       VALIDAR-TAXA-NOVA.
           SET TAXA-NOVA-VALIDA TO FALSE
           SET FS2-OK TO TRUE
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-TOTAL-LIDOS
               IF IVA-PRODUTO EQUAL WS-TAXA-ANTIGA THEN
                   PERFORM RECALCULAR-PRODUTO
               ELSE
                   ADD 1 TO WS-TOTAL-IGNORADOS
               END-IF
               MOVE ID-PRODUTO TO WS-ULTIMO-ID
               ADD 1 TO WS-DESDE-CONTROLO
               IF WS-DESDE-CONTROLO NOT LESS THAN
                   WS-INTERVALO-CONTROLO THEN
                   PERFORM GRAVAR-PONTO-CONTROLO
               END-IF
           END-READ.

           MOVE PF-PRODUTO TO PRC-COM-IVA

           REWRITE REG-CONTATOS
           IF FS-OK THEN
               ADD 1 TO WS-TOTAL-ALTERADOS

               MOVE ID-PRODUTO TO HP-ID-PRODUTO
               MOVE WS-PF-ANTIGO TO HP-PRC-ANTIGO
               MOVE PF-PRODUTO TO HP-PRC-NOVO
               MOVE WS-DATA-SISTEMA TO HP-DATA
               WRITE REG-HIST-PRECO

               PERFORM GRAVAR-AUDITORIA

               DISPLAY ID-PRODUTO " " NOME-PRODUTO
                   " IVA " WS-TAXA-ANTIGA "% -> " WS-TAXA-NOVA "%"
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY ID-PRODUTO " " NOME-PRODUTO
                   " NAO ATUALIZADO - FILE STATUS " WS-FS
               SET FS-OK TO TRUE
           END-IF.

       GRAVAR-AUDITORIA.
           MOVE PA-OPERADOR TO AP-OPERADOR
           MOVE REG-CONTATOS TO AP-REG-DEPOIS
           CALL "AUDITA"
           USING AUD-PARAMETRES.

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
           MOVE "RECALIVA" TO CP-PROGRAMA
           MOVE PA-OPERADOR TO CP-OPERADOR
           MOVE WS-PARAM-RECALIVA TO CP-PARAMETROS
           MOVE WS-ULTIMO-ID TO CP-ULTIMO-ID
           MOVE 0 TO CP-POSICAO
           MOVE WS-TOTAL-LIDOS TO CP-LIDOS
           MOVE WS-TOTAL-ALTERADOS TO CP-ATUALIZADOS
           MOVE WS-TOTAL-REJEITADOS TO CP-REJEITADOS
           MOVE WS-TOTAL-IGNORADOS TO CP-IGNORADOS.

       MOSTRAR-TOTAIS-CONTROLO.
           DISPLAY "========================================"
           DISPLAY "TOTAIS DE CONTROLO - RECALIVA"
           DISPLAY "PRODUTOS LIDOS:       " WS-TOTAL-LIDOS
           DISPLAY "PRODUTOS ATUALIZADOS: " WS-TOTAL-ALTERADOS
           DISPLAY "PRODUTOS REJEITADOS:  " WS-TOTAL-REJEITADOS
           DISPLAY "PRODUTOS IGNORADOS:   " WS-TOTAL-IGNORADOS
               " (OUTRA TAXA)"
           DISPLAY "========================================".
