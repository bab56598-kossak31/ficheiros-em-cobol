      *****************************************************************
      *    COPYBOOK   : PROMOCAO.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO PROMOCOES.DAT,
      *                 PRECOS PROMOCIONAIS POR PRODUTO COM DATA DE
      *                 INICIO E DE FIM. A PROMOCAO INDICA UM PRECO
      *                 FIXO (SEM IVA) OU, COM PRECO A ZERO, UMA
      *                 PERCENTAGEM DE DESCONTO SOBRE O PRECO DE
      *                 TABELA. USADO POR VENDAS NO CALCULO DO PRECO.
      *****************************************************************
       01 REG-PROMOCAO.
           03 PRM-CHAVE.
               05 PRM-ID-PRODUTO   PIC 9(3).
               05 PRM-DATA-INICIO  PIC 9(8).
           03 PRM-DATA-FIM         PIC 9(8).
           03 PRM-PRC-PROMOCAO     PIC 99(4)V99.
           03 PRM-DESCONTO         PIC 99V99.
           03 PRM-ESTADO           PIC X(01).
               88 PROMOCAO-ATIVA    VALUE "A".
               88 PROMOCAO-ANULADA  VALUE "I".
