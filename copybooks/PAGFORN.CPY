      *****************************************************************
      *    COPYBOOK   : PAGFORN.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO
      *                 PAGAMENTOS-FORN.DAT, UM POR CADA PAGAMENTO
      *                 FEITO A UM FORNECEDOR CONTRA UMA FATURA
      *                 REGISTADA EM FATURAS-FORN.DAT. O SALDO EM
      *                 DIVIDA A UM FORNECEDOR E O TOTAL DAS FATURAS
      *                 MENOS ESTES PAGAMENTOS. GRAVADO PELO PROGRAMA
      *                 PAGAMENTOS.
      *****************************************************************
       01 REG-PAGAMENTO-FORN.
           03 PG-COD-FORNECEDOR     PIC 9(3).
           03 PG-NUMERO-FATURA      PIC X(12).
           03 PG-DATA               PIC 9(8).
           03 PG-VALOR              PIC 9(9)V99.
           03 PG-OPERADOR           PIC X(03).
