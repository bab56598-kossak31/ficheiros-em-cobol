      *                 FATURACAO (VENDAS.DAT). LIMITE-CREDITO A ZERO
      *                 SIGNIFICA SEM CONTROLO DE CREDITO; ACIMA DE
      *                 ZERO A FATURACAO AVISA QUANDO O SALDO EM
      *                 ABERTO ULTRAPASSA O LIMITE. DESCONTO-CLIENTE
      *                 E A PERCENTAGEM DE DESCONTO PERMANENTE SOBRE O
      *                 PRECO DE TABELA; A FATURACAO APLICA O MELHOR
      *                 ENTRE ESTE DESCONTO E AS PROMOCOES EM VIGOR.
      *                 NIF-CLIENTE E O NUMERO DE CONTRIBUINTE (ZERO
      *                 PARA CONSUMIDOR FINAL) E COM A MORADA E USADO
      *                 NA EXPORTACAO SAF-T. FICHEIROS COM O LAYOUT
      *                 ANTIGO (TERMINADO EM LIMITE-CREDITO, SEM
      *                 DESCONTO, NIF NEM MORADA) CONVERTEM-SE COM O
      *                 UTILITARIO CONVCLI.
      *****************************************************************
       01 REG-CLIENTE.
           03 COD-CLIENTE       PIC 9(3).
               88 CLIENTE-ATIVO    VALUE "A".
               88 CLIENTE-INATIVO  VALUE "I".
           03 LIMITE-CREDITO    PIC 9(7)V99.
           03 DESCONTO-CLIENTE  PIC 99V99.
           03 NIF-CLIENTE       PIC 9(9).
           03 MORADA-CLIENTE    PIC X(40).
           03 CODPOSTAL-CLIENTE PIC X(8).
           03 CIDADE-CLIENTE    PIC X(20).
