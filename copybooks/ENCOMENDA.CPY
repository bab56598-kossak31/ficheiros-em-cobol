      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO ENCOMENDAS.DAT,
      *                 UMA LINHA POR PRODUTO ENCOMENDADO. AS LINHAS
      *                 DA MESMA ENCOMENDA PARTILHAM ENC-NUMERO, UM
      *                 NUMERO POR FORNECEDOR. A RECECAO GUARDA A
      *                 QUANTIDADE E O CUSTO RECEBIDOS E O REGISTO DA
      *                 FATURA DO FORNECEDOR (PAGAMENTOS) ACUMULA A
      *                 QUANTIDADE FATURADA, PARA A CONFERENCIA
      *                 ENCOMENDA / RECECAO / FATURA. NUMA ENTREGA
      *                 PARCIAL A LINHA FICA COM A QUANTIDADE RECEBIDA
      *                 COMO ENCOMENDADA E O REMANESCENTE PASSA A UMA
      *                 NOVA LINHA ABERTA DA MESMA ENCOMENDA, COM A
      *                 DATA ORIGINAL. FICHEIROS COM O
      *                 LAYOUT ANTIGO CONVERTEM-SE COM O UTILITARIO
      *                 CONVENC.
      *****************************************************************
       01 REG-ENCOMENDA.
           03 ENC-CHAVE.
           03 ENC-ESTADO           PIC X(01).
               88 ENC-ABERTA       VALUE "A".
               88 ENC-RECEBIDA     VALUE "R".
           03 ENC-QT-RECEBIDA      PIC 9(4).
           03 ENC-CUSTO-RECECAO    PIC 9(5)V99.
           03 ENC-DATA-RECECAO     PIC 9(8).
           03 ENC-QT-FATURADA      PIC 9(4).
