      *                 CONTAGEM, NAS ENTRADAS POR DEVOLUCAO DE
      *                 CLIENTE ("DV", NOTAS DE CREDITO DE VENDAS) E
      *                 NAS TRANSFERENCIAS ENTRE LOCAIS ("TR", UM
      *                 PAR S/E COM O MESMO MOTIVO) E NOS ABATES DE
      *                 LOTES FORA DE VALIDADE ("EX", AJUSTE DE
      *                 SAIDA LANCADO PELO PROGRAMA LOTES). MOV-LOCAL
      *                 INDICA ONDE O MOVIMENTO ACONTECEU (LOJA OU
      *                 ARMAZEM); MOVIMENTOS ANTERIORES AO STOCK POR
      *                 LOCAL FICAM COM O LOCAL EM BRANCO. O FECHO DE
      *                 PERIODO GRAVA UM SALDO INICIAL POR LOCAL; SO
      *                 QUANDO O SALDO NAO E REPARTIVEL (MOVIMENTOS
      *                 MANTIDOS SEM LOCAL OU SALDO DE LOCAL NEGATIVO)
      *                 GRAVA UM UNICO SALDO COM O LOCAL EM BRANCO.
      *****************************************************************
       01 REG-MOVIMENTO.
           03 MOV-CHAVE.
               88 MOTIVO-DANO      VALUE "DN".
               88 MOTIVO-DEVOLUCAO VALUE "DV".
               88 MOTIVO-TRANSFERENCIA VALUE "TR".
               88 MOTIVO-EXPIRADO  VALUE "EX".
           03 MOV-LOCAL        PIC X(01).
               88 LOCAL-LOJA    VALUE "L".
               88 LOCAL-ARMAZEM VALUE "A".
