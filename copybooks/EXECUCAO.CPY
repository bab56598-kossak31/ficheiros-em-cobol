      *****************************************************************
      *    COPYBOOK   : EXECUCAO.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO CONTROLO.DAT,
      *                 UM POR PROGRAMA BATCH COM PONTOS DE RETOMA
      *                 (RECALIVA, RECONCILIA, IMPORTAR). DURANTE A
      *                 EXECUCAO O REGISTO FICA COM ESTADO "E" E E
      *                 REGRAVADO A CADA PONTO DE CONTROLO COM O
      *                 ULTIMO ID-PRODUTO TRATADO, A POSICAO NO
      *                 FICHEIRO DE ENTRADA E OS TOTAIS ACUMULADOS;
      *                 NO FIM PASSA A "C" COM OS TOTAIS FINAIS. UM
      *                 REGISTO "E" NO ARRANQUE ASSINALA UMA EXECUCAO
      *                 INTERROMPIDA QUE PODE SER RETOMADA.
      *                 RC-PARAMETROS GUARDA OS DADOS DE ARRANQUE QUE
      *                 O PROGRAMA PRECISA PARA RETOMAR. O FICHEIRO E
      *                 MANTIDO PELO SUBPROGRAMA CONTROLO.
      *****************************************************************
       01 REG-CONTROLO.
           03 RC-PROGRAMA      PIC X(10).
           03 RC-ESTADO        PIC X(01).
               88 RC-EM-CURSO      VALUE "E".
               88 RC-CONCLUIDO     VALUE "C".
           03 RC-OPERADOR      PIC X(03).
           03 RC-DATA          PIC 9(8).
           03 RC-HORA          PIC 9(8).
           03 RC-PARAMETROS    PIC X(10).
           03 RC-ULTIMO-ID     PIC 9(3).
           03 RC-POSICAO       PIC 9(7).
           03 RC-LIDOS         PIC 9(7).
           03 RC-ATUALIZADOS   PIC 9(7).
           03 RC-REJEITADOS    PIC 9(7).
           03 RC-IGNORADOS     PIC 9(7).
