      *                 UMA CONTAGEM FISICA POR PRODUTO E LOCAL
      *                 (LOJA OU ARMAZEM), COM CHAVE CT-CHAVE.
      *                 O ESTADO PASSA A "L" QUANDO O AJUSTE E
      *                 LANCADO EM MOVIMENTOS.DAT. COM CT-LOTE
      *                 PREENCHIDO A CONTAGEM E SO DESSE LOTE; COM O
      *                 LOTE EM BRANCO E A CONTAGEM DO LOCAL COMPLETO.
      *                 FICHEIROS COM O LAYOUT ANTIGO (SEM LOTE)
      *                 CONVERTEM-SE COM O UTILITARIO CONVCNT.
      *****************************************************************
       01 REG-CONTAGEM.
           03 CT-CHAVE.
               05 CT-LOCAL      PIC X(01).
                   88 CT-LOCAL-LOJA    VALUE "L".
                   88 CT-LOCAL-ARMAZEM VALUE "A".
               05 CT-LOTE       PIC X(10).
           03 CT-QT-CONTADA    PIC 9(4).
           03 CT-DATA          PIC 9(8).
           03 CT-ESTADO        PIC X(01).
