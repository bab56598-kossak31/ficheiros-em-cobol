      *****************************************************************
      *    COPYBOOK   : KIT.CPY
      *    DESCRICAO  : LAYOUT DO REGISTO DO FICHEIRO KITS.DAT, UM
      *                 REGISTO POR COMPONENTE DE CADA KIT. O KIT E
      *                 UM PRODUTO DE PRODUTOS.DAT (COM PRECO E IVA
      *                 PROPRIOS) QUE NAO TEM STOCK: NA FATURACAO
      *                 SAI NUMA SO LINHA AO PRECO DO KIT E O STOCK
      *                 BAIXA NOS COMPONENTES, KT-QUANTIDADE UNIDADES
      *                 POR CADA KIT VENDIDO. A CHAVE AGRUPA OS
      *                 COMPONENTES DE UM KIT, PELO QUE A LEITURA
      *                 SEQUENCIAL A PARTIR DO KIT DEVOLVE TODOS OS
      *                 SEUS COMPONENTES. UM KIT NAO PODE SER
      *                 COMPONENTE DE OUTRO KIT.
      *****************************************************************
       01 REG-KIT.
           03 KT-CHAVE.
               05 KT-ID-KIT         PIC 9(3).
               05 KT-ID-COMPONENTE  PIC 9(3).
           03 KT-QUANTIDADE         PIC 9(3).
