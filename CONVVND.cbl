           03 VNA-PRC-UNITARIO PIC 99(4)V99.
           03 VNA-IVA          PIC 99.
           03 VNA-VALOR-LINHA  PIC 9(9)V99.
           03 VNA-TIPO         PIC X(01).
       FD VENDAS.
           COPY VENDA.

           SET FS2-OK TO TRUE
           MOVE 0 TO WS-TOTAL-CONVERTIDOS

           DISPLAY "CONVERSAO DE VENDAS-ANT.DAT (LAYOUT TERMINADO"
           DISPLAY "EM VND-TIPO) PARA VENDAS.DAT COM PRECO DE TABELA"
           DISPLAY "IGUAL AO PRECO UNITARIO, SEM DESCONTO, SEM"
           DISPLAY "DOCUMENTO DE ORIGEM, SEM LOTE E COM O MEIO DE"
           DISPLAY "PAGAMENTO EM BRANCO"

           OPEN INPUT VND-ANTIGO

               MOVE VNA-PRC-UNITARIO TO VND-PRC-UNITARIO
               MOVE VNA-IVA TO VND-IVA
               MOVE VNA-VALOR-LINHA TO VND-VALOR-LINHA
               MOVE VNA-TIPO TO VND-TIPO
               MOVE VNA-PRC-UNITARIO TO VND-PRC-TABELA
               MOVE 0 TO VND-DESCONTO
               MOVE 0 TO VND-DOC-ORIGEM
               MOVE SPACES TO VND-LOTE
               MOVE 0 TO VND-VALIDADE
               MOVE SPACES TO VND-PAGAMENTO
               WRITE REG-VENDA
               ADD 1 TO WS-TOTAL-CONVERTIDOS
           END-READ.
