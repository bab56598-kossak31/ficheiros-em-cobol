      *****************************************************************
      *    COPYBOOK   : CTLPARAM.CPY
      *    DESCRICAO  : AREA DE PARAMETROS DO SUBPROGRAMA CONTROLO,
      *                 QUE MANTEM O REGISTO DE CONTROLO DE EXECUCAO
      *                 DE CP-PROGRAMA EM CONTROLO.DAT. OPERACOES:
      *                 "L" LE O REGISTO E DEVOLVE CP-RETOMA "S" SE
      *                 HOUVER UMA EXECUCAO INTERROMPIDA, COM O PONTO
      *                 DE CONTROLO E OS TOTAIS NOS RESTANTES CAMPOS;
      *                 "G" GRAVA UM PONTO DE CONTROLO (ESTADO "E");
      *                 "C" MARCA A EXECUCAO COMO CONCLUIDA COM OS
      *                 TOTAIS FINAIS. CP-RETURN-CODE DEVOLVE 0 EM
      *                 CASO DE SUCESSO.
      *****************************************************************
       01 CTL-PARAMETRES.
           02 CP-RETURN-CODE   PIC 99.
           02 CP-OPERACAO      PIC X(01).
               88 CP-LER           VALUE "L".
               88 CP-GRAVAR        VALUE "G".
               88 CP-CONCLUIR      VALUE "C".
           02 CP-PROGRAMA      PIC X(10).
           02 CP-OPERADOR      PIC X(03).
           02 CP-RETOMA        PIC X(01).
               88 CP-HA-RETOMA     VALUE "S".
           02 CP-DATA          PIC 9(8).
           02 CP-HORA          PIC 9(8).
           02 CP-PARAMETROS    PIC X(10).
           02 CP-ULTIMO-ID     PIC 9(3).
           02 CP-POSICAO       PIC 9(7).
           02 CP-LIDOS         PIC 9(7).
           02 CP-ATUALIZADOS   PIC 9(7).
           02 CP-REJEITADOS    PIC 9(7).
           02 CP-IGNORADOS     PIC 9(7).
