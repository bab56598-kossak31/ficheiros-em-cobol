      *****************************************************************
      *    COPYBOOK   : NIFPARAM.CPY
      *    DESCRICAO  : AREA DE PARAMETROS DO SUBPROGRAMA VALNIF,
      *                 QUE VALIDA O NUMERO DE CONTRIBUINTE NF-NIF
      *                 (PRIMEIRO DIGITO E DIGITO DE CONTROLO MODULO
      *                 11). NF-RETURN-CODE DEVOLVE 0 SE O NIF E
      *                 VALIDO E 1 SE NAO E.
      *****************************************************************
       01 NIF-PARAMETRES.
           02 NF-RETURN-CODE   PIC 99.
           02 NF-NIF           PIC 9(9).
