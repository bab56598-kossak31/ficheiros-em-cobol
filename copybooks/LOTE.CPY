      *****************************************************************
      *    COPYBOOK   : LOTE.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO LOTES.DAT, A
      *                 QUANTIDADE EXISTENTE DE CADA LOTE DE UM
      *                 PRODUTO EM CADA LOCAL (LOJA OU ARMAZEM). A
      *                 CHAVE ORDENA OS LOTES DE UM PRODUTO/LOCAL POR
      *                 DATA DE VALIDADE, PELO QUE A LEITURA
      *                 SEQUENCIAL A PARTIR DO PRODUTO/LOCAL DEVOLVE
      *                 PRIMEIRO O LOTE QUE EXPIRA MAIS CEDO. O LOTE
      *                 ENTRA NO ARMAZEM NA RECECAO DA ENCOMENDA,
      *                 PASSA A LOJA PELAS TRANSFERENCIAS E SAI PELAS
      *                 VENDAS, CONTAGENS E ABATES. LOTES ESGOTADOS
      *                 FICAM COM QUANTIDADE ZERO. A QUANTIDADE DE UM
      *                 LOCAL QUE NAO ESTA EM NENHUM LOTE E STOCK SEM
      *                 LOTE (PRODUTOS NAO PERECIVEIS OU ANTERIORES
      *                 AO CONTROLO DE LOTES).
      *****************************************************************
       01 REG-LOTE.
           03 LT-CHAVE.
               05 LT-ID-PRODUTO    PIC 9(3).
               05 LT-LOCAL         PIC X(01).
                   88 LT-LOCAL-LOJA    VALUE "L".
                   88 LT-LOCAL-ARMAZEM VALUE "A".
               05 LT-DATA-VALIDADE PIC 9(8).
               05 LT-NUMERO        PIC X(10).
           03 LT-QUANTIDADE        PIC 9(4).
           03 LT-DATA-ENTRADA      PIC 9(8).
           03 LT-NUM-ENCOMENDA     PIC 9(5).
