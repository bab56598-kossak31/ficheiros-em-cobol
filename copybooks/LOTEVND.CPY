      *****************************************************************
      *    COPYBOOK   : LOTEVND.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO LOTES-VENDA.DAT,
      *                 RASTREIO DOS LOTES DOS COMPONENTES SAIDOS NA
      *                 VENDA DE UM KIT. A LINHA DO KIT EM VENDAS.DAT
      *                 NAO TEM LOTE; POR CADA LOTE DE COMPONENTE
      *                 CONSUMIDO (FEFO) A FATURACAO GRAVA AQUI UM
      *                 REGISTO COM A FATURA, O CLIENTE, O KIT, O
      *                 COMPONENTE, O LOTE E A QUANTIDADE, PARA QUE
      *                 UMA RECOLHA DE LOTE ENCONTRE OS CLIENTES.
      *                 QUANTIDADE DE COMPONENTE SEM LOTE NAO GERA
      *                 REGISTO.
      *****************************************************************
       01 REG-LOTE-VENDA.
           03 LV-NUMERO-FATURA PIC 9(5).
           03 LV-COD-CLIENTE   PIC 9(3).
           03 LV-DATA          PIC 9(8).
           03 LV-ID-KIT        PIC 9(3).
           03 LV-ID-PRODUTO    PIC 9(3).
           03 LV-LOTE          PIC X(10).
           03 LV-VALIDADE      PIC 9(8).
           03 LV-QUANTIDADE    PIC 9(4).
