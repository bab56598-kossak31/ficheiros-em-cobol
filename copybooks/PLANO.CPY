      *****************************************************************
      *    COPYBOOK   : PLANO.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO PLANEAMENTO.DAT,
      *                 OS NIVEIS DE REENCOMENDA DE CADA PRODUTO
      *                 CALCULADOS MENSALMENTE PELO PROGRAMA PLANEAR A
      *                 PARTIR DAS SAIDAS ("S", EXCETO TRANSFERENCIAS)
      *                 DE MOVIMENTOS.DAT NA JANELA PL-JANELA DIAS.
      *                 PL-PRAZO-ENTREGA E O PRAZO MEDIO OBSERVADO DO
      *                 FORNECEDOR NAS ENCOMENDAS RECEBIDAS (OU O PRAZO
      *                 POR OMISSAO DO CALCULO). O STOCK DE SEGURANCA
      *                 COBRE PL-PCT-SEGURANCA POR CENTO DA DIFERENCA
      *                 ENTRE O PICO E A MEDIA DIARIA DURANTE O PRAZO;
      *                 O PONTO DE ENCOMENDA E A PROCURA MEDIA NO
      *                 PRAZO MAIS O STOCK DE SEGURANCA E O NIVEL
      *                 MAXIMO ACRESCENTA PL-DIAS-COBERTURA DIAS DE
      *                 PROCURA MEDIA. RELATORIO E ENCOMENDAS
      *                 REENCOMENDAM QUANDO QT-PRODUTO FICA ABAIXO DO
      *                 PONTO DE ENCOMENDA E ENCOMENDAM ATE AO NIVEL
      *                 MAXIMO; PRODUTOS SEM REGISTO USAM OS LIMITES
      *                 FIXOS. OS VALORES ANTERIORES FICAM GUARDADOS
      *                 PARA A LISTAGEM DE REVISAO.
      *****************************************************************
       01 REG-PLANO.
           03 PL-ID-PRODUTO         PIC 9(3).
           03 PL-DATA-CALCULO       PIC 9(8).
           03 PL-JANELA             PIC 9(3).
           03 PL-QT-PERIODO         PIC 9(7).
           03 PL-MEDIA-DIARIA       PIC 9(4)V99.
           03 PL-PICO-DIARIO        PIC 9(5).
           03 PL-PRAZO-ENTREGA      PIC 9(3).
           03 PL-PCT-SEGURANCA      PIC 9(3).
           03 PL-DIAS-COBERTURA     PIC 9(3).
           03 PL-STOCK-SEGURANCA    PIC 9(4).
           03 PL-PONTO-ENCOMENDA    PIC 9(4).
           03 PL-NIVEL-MAXIMO       PIC 9(4).
           03 PL-PONTO-ANTERIOR     PIC 9(4).
           03 PL-NIVEL-ANTERIOR     PIC 9(4).
           03 PL-SITUACAO           PIC X(01).
               88 PL-NOVO           VALUE "N".
               88 PL-ALTERADO       VALUE "A".
               88 PL-SEM-ALTERACAO  VALUE "I".
