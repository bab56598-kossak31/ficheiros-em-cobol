      *****************************************************************
      *    COPYBOOK   : FATFORN.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO FATURAS-FORN.DAT,
      *                 UMA LINHA POR LINHA DE ENCOMENDA FATURADA PELO
      *                 FORNECEDOR. A CHAVE (FORNECEDOR + NUMERO DA
      *                 FATURA DO FORNECEDOR + LINHA) IMPEDE QUE A
      *                 MESMA FATURA SEJA REGISTADA DUAS VEZES.
      *                 FF-DIVERGENTE INDICA QUE A LINHA NAO CONFERE
      *                 COM A ENCOMENDA, COM A RECECAO OU COM O CUSTO
      *                 DA RECECAO. GRAVADO PELO PROGRAMA PAGAMENTOS.
      *****************************************************************
       01 REG-FATURA-FORN.
           03 FF-CHAVE.
               05 FF-COD-FORNECEDOR PIC 9(3).
               05 FF-NUMERO-FATURA  PIC X(12).
               05 FF-LINHA          PIC 9(3).
           03 FF-DATA-FATURA        PIC 9(8).
           03 FF-ENC-NUMERO         PIC 9(5).
           03 FF-ENC-LINHA          PIC 9(3).
           03 FF-ID-PRODUTO         PIC 9(3).
           03 FF-QT-FATURADA        PIC 9(4).
           03 FF-PRC-FATURADO       PIC 9(5)V99.
           03 FF-IVA                PIC 99.
           03 FF-VALOR-LINHA        PIC 9(9)V99.
           03 FF-CONFERENCIA        PIC X(01).
               88 FF-CONFERE        VALUE "C".
               88 FF-DIVERGENTE     VALUE "D".
           03 FF-OPERADOR           PIC X(03).
