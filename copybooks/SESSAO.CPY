      *****************************************************************
      *    COPYBOOK   : SESSAO.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO SESSOES.DAT,
      *                 UMA SESSAO DE CAIXA POR OPERADOR, ABERTA COM
      *                 UM FUNDO DE CAIXA NO PROGRAMA CAIXA. ENQUANTO
      *                 A SESSAO ESTA ABERTA, VENDAS ACUMULA O TOTAL
      *                 DAS FATURAS DO OPERADOR POR MEIO DE PAGAMENTO.
      *                 NO FECHO FICAM GRAVADOS OS VALORES CONTADOS E
      *                 AS DIFERENCAS (CONTADO - ESPERADO); O
      *                 NUMERARIO ESPERADO INCLUI O FUNDO DE CAIXA.
      *****************************************************************
       01 REG-SESSAO.
           03 SS-CHAVE.
               05 SS-OPERADOR       PIC X(03).
               05 SS-DATA-ABERTURA  PIC 9(8).
               05 SS-HORA-ABERTURA  PIC 9(8).
           03 SS-ESTADO             PIC X(01).
               88 SESSAO-ABERTA     VALUE "A".
               88 SESSAO-FECHADA    VALUE "F".
           03 SS-FUNDO-CAIXA        PIC 9(7)V99.
           03 SS-NUM-FATURAS        PIC 9(5).
           03 SS-TOT-NUMERARIO      PIC 9(9)V99.
           03 SS-TOT-CARTAO         PIC 9(9)V99.
           03 SS-TOT-A-CREDITO      PIC 9(9)V99.
           03 SS-DATA-FECHO         PIC 9(8).
           03 SS-CONT-NUMERARIO     PIC 9(9)V99.
           03 SS-CONT-CARTAO        PIC 9(9)V99.
           03 SS-DIF-NUMERARIO      PIC S9(9)V99.
           03 SS-DIF-CARTAO         PIC S9(9)V99.
