      *                 MESMO DOCUMENTO PARTILHAM VND-NUMERO.
      *                 VND-TIPO DISTINGUE FATURAS ("F") DE NOTAS DE
      *                 CREDITO ("C"); AS LINHAS "C" REVERTEM VALOR E
      *                 QUANTIDADE NOS APURAMENTOS. VND-PRC-UNITARIO
      *                 E O PRECO EFETIVAMENTE COBRADO (SEM IVA), JA
      *                 COM O DESCONTO; VND-PRC-TABELA GUARDA O PRECO
      *                 DE TABELA DO PRODUTO NA DATA E VND-DESCONTO A
      *                 PERCENTAGEM DE DESCONTO APLICADA. NAS NOTAS DE
      *                 CREDITO VND-DOC-ORIGEM E O NUMERO DA FATURA
      *                 ORIGINAL (ZERO NAS FATURAS). VND-LOTE E
      *                 VND-VALIDADE IDENTIFICAM O LOTE DE ONDE SAIU
      *                 A QUANTIDADE DA LINHA; UMA VENDA QUE CONSOME
      *                 VARIOS LOTES GRAVA UMA LINHA POR LOTE, E A
      *                 QUANTIDADE SEM LOTE FICA COM O LOTE EM
      *                 BRANCO. VND-PAGAMENTO E O MEIO DE PAGAMENTO
      *                 DA FATURA (IGUAL EM TODAS AS LINHAS); AS
      *                 FATURAS PAGAS EM NUMERARIO OU CARTAO TEM
      *                 RECIBO GRAVADO NA EMISSAO. NAS NOTAS DE
      *                 CREDITO FICA EM BRANCO. UM KIT (VER KIT.CPY)
      *                 SAI NUMA SO LINHA COM O ID DO KIT, SEM LOTE;
      *                 OS MOVIMENTOS DE STOCK SAO DOS COMPONENTES E
      *                 OS LOTES DE COMPONENTE CONSUMIDOS FICAM EM
      *                 LOTES-VENDA.DAT (VER LOTEVND.CPY).
      *                 O FECHO DE PERIODO (FECHOANO) ACRESCENTA A
      *                 VENDAS-ARQ.DAT, COM ESTE MESMO LAYOUT, AS LINHAS
      *                 ATE A DATA DE CORTE SEM AS RETIRAR DAQUI; A
      *                 ANALISE DE VENDAS LE O ARQUIVO E DEPOIS ESTE
      *                 FICHEIRO, SALTANDO TANTAS LINHAS ATE A ULTIMA
      *                 DATA ARQUIVADA QUANTAS AS DO ARQUIVO (A MESMA
      *                 REGRA DO FECHOANO).
      *                 FICHEIROS COM O LAYOUT ANTIGO (TERMINADO EM
      *                 VND-TIPO, SEM PRECO DE TABELA, DESCONTO,
      *                 DOCUMENTO DE ORIGEM, LOTE NEM MEIO DE
      *                 PAGAMENTO) CONVERTEM-SE COM O UTILITARIO
      *                 CONVVND.
      *****************************************************************
       01 REG-VENDA.
           03 VND-NUMERO       PIC 9(5).
           03 VND-TIPO         PIC X(01).
               88 VND-FATURA        VALUE "F".
               88 VND-NOTA-CREDITO  VALUE "C".
           03 VND-PRC-TABELA   PIC 99(4)V99.
           03 VND-DESCONTO     PIC 99V99.
           03 VND-DOC-ORIGEM   PIC 9(5).
           03 VND-LOTE         PIC X(10).
           03 VND-VALIDADE     PIC 9(8).
           03 VND-PAGAMENTO    PIC X(01).
               88 VND-PAGO-NUMERARIO VALUE "N".
               88 VND-PAGO-CARTAO    VALUE "C".
               88 VND-A-CREDITO      VALUE "P".
