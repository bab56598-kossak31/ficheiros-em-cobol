       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
           SELECT VENDAS ASSIGN TO "C:\COBOL\VENDAS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS.
           SELECT CLIENTE ASSIGN TO "C:\COBOL\CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           FILE STATUS IS WS-FS2.
           SELECT PRODUTO ASSIGN TO "C:\COBOL\PRODUTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-PRODUTO
           FILE STATUS IS WS-FS3.
           SELECT TAXAIVA ASSIGN TO "C:\COBOL\TAXASIVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-TAXA
           FILE STATUS IS WS-FS4.
           SELECT FICH-SAFT ASSIGN TO WS-NOME-SAFT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.
       DATA DIVISION.
       FILE SECTION.
       FD VENDAS.
           COPY VENDA.
       FD CLIENTE.
           COPY CLIENTE.
       FD PRODUTO.
           COPY PRODUTO.
       FD TAXAIVA.
           COPY TAXAIVA.
       FD FICH-SAFT.
       01 REG-SAFT              PIC X(250).

       WORKING-STORAGE SECTION.
           COPY NIFPARAM.
       01 WS-NOME-SAFT          PIC X(50).
       01 WS-DATA-INICIO        PIC 9(8).
       01 FILLER REDEFINES WS-DATA-INICIO.
           03 WS-DI-ANO         PIC 9(4).
           03 FILLER            PIC 9(4).
       01 WS-DATA-FIM           PIC 9(8).
       01 FILLER REDEFINES WS-DATA-FIM.
           03 WS-DF-ANO         PIC 9(4).
           03 FILLER            PIC 9(4).
       01 WS-DATA-SISTEMA       PIC 9(8).
       01 WS-EMPRESA-NIF        PIC 9(9).
       01 WS-EMPRESA-NOME       PIC X(40).
       01 WS-EMPRESA-MORADA     PIC X(40).
       01 WS-EMPRESA-CODPOSTAL  PIC X(8).
       01 WS-EMPRESA-CIDADE     PIC X(20).
       01 WS-DATA-TRAB          PIC 9(8).
       01 FILLER REDEFINES WS-DATA-TRAB.
           03 WS-DT-ANO         PIC 9(4).
           03 WS-DT-MES         PIC 99.
           03 WS-DT-DIA         PIC 99.
       01 WS-DATA-XML.
           03 WS-DX-ANO         PIC 9(4).
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-DX-MES         PIC 99.
           03 FILLER            PIC X(01) VALUE "-".
           03 WS-DX-DIA         PIC 99.
       01 WS-DATA-HORA-XML.
           03 WS-DH-DATA        PIC X(10).
           03 FILLER            PIC X(09) VALUE "T00:00:00".
       01 WS-DOC-XML.
           03 WS-DC-TIPO        PIC X(02).
           03 FILLER            PIC X(04) VALUE " FT/".
           03 WS-DC-NUMERO      PIC 9(5).
       01 WS-XML-TAG            PIC X(30).
       01 WS-XML-TEXTO          PIC X(60).
       01 WS-XML-ESCAPADO       PIC X(200).
       01 WS-ED-VALOR           PIC Z(9)9,99.
       01 WS-ED-INTEIRO         PIC Z(8)9.
       01 WS-VALOR-XML          PIC 9(9)V99.
       01 WS-INTEIRO-XML        PIC 9(9).
       01 WS-CODIGO-TAXA        PIC X(03).
       01 WS-VALOR-BASE         PIC 9(9)V99.
       01 WS-VALOR-IVA          PIC 9(9)V99.
       01 WS-DOC-BASE           PIC 9(9)V99.
       01 WS-DOC-IVA            PIC 9(9)V99.
       01 WS-DOC-TOTAL          PIC 9(9)V99.
       01 WS-TOT-DEBITO         PIC 9(9)V99.
       01 WS-TOT-CREDITO        PIC 9(9)V99.
       01 WS-IVA-DEBITO         PIC 9(9)V99.
       01 WS-IVA-CREDITO        PIC 9(9)V99.
       01 WS-BASE-LIQUIDA       PIC S9(9)V99.
       01 WS-IVA-LIQUIDO        PIC S9(9)V99.
       01 WS-ED-SALDO           PIC +(9)9,99.
       77 WS-FS                 PIC 99.
          88 FS-OK             VALUE 0.
       77 WS-FS2                PIC 99.
          88 FS2-OK            VALUE 0.
       77 WS-FS3                PIC 99.
          88 FS3-OK            VALUE 0.
       77 WS-FS4                PIC 99.
          88 FS4-OK            VALUE 0.
       77 WS-FS5                PIC 99.
          88 FS5-OK            VALUE 0.
       77 WS-EOF                PIC X.
          88 EOF-OK            VALUE 'F' FALSE 'N'.
       77 WS-DOC-ABERTO         PIC X.
          88 DOC-ABERTO        VALUE 'S' FALSE 'N'.
       77 WS-FIM-TEXTO          PIC X.
          88 FIM-TEXTO         VALUE 'S' FALSE 'N'.
       77 WS-DOC-ATUAL          PIC 9(5).
       77 WS-DOC-TIPO           PIC X(01).
       77 WS-NUM-LINHA          PIC 9(4).
       77 WS-TOTAL-DOCS         PIC 9(5).
       77 WS-TOTAL-LINHAS       PIC 9(6).
       77 WS-TOTAL-CLIENTES     PIC 9(5).
       77 WS-TOTAL-PRODUTOS     PIC 9(5).
       77 WS-TAM                PIC 9(3).
       77 WS-J                  PIC 9(3).
       77 WS-PONTEIRO           PIC 9(3).
       77 WS-PONTEIRO-LINHA     PIC 9(3).
       77 WS-BRANCOS            PIC 99.

       LINKAGE SECTION.
       01 PARAMETRES.
       02 PA-RETURN-CODE PIC 99.
       02 PA-OPERADOR PIC X(3).

       PROCEDURE DIVISION USING PARAMETRES.
       SAFT-MAIN.
           SET FS-OK TO TRUE
           SET FS2-OK TO TRUE
           SET FS3-OK TO TRUE
           SET FS4-OK TO TRUE
           SET FS5-OK TO TRUE

           DISPLAY "EXPORTACAO DO FICHEIRO SAF-T (PT)"
           DISPLAY "DATA INICIAL (AAAAMMDD):"
           ACCEPT WS-DATA-INICIO
           DISPLAY "DATA FINAL (AAAAMMDD):"
           ACCEPT WS-DATA-FIM

           IF WS-DATA-FIM LESS THAN WS-DATA-INICIO
               OR WS-DF-ANO NOT EQUAL WS-DI-ANO THEN
               DISPLAY "PERIODO INVALIDO - AS DATAS TEM DE PERTENCER"
                   " AO MESMO ANO FISCAL"
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "NIF DA EMPRESA:"
           ACCEPT WS-EMPRESA-NIF
           MOVE WS-EMPRESA-NIF TO NF-NIF
           CALL "VALNIF"
           USING NIF-PARAMETRES
           IF NF-RETURN-CODE NOT EQUAL 0 THEN
               DISPLAY "NIF DA EMPRESA INVALIDO"
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "NOME DA EMPRESA:"
           ACCEPT WS-EMPRESA-NOME
           DISPLAY "MORADA DA EMPRESA:"
           ACCEPT WS-EMPRESA-MORADA
           DISPLAY "CODIGO POSTAL DA EMPRESA (9999-999):"
           ACCEPT WS-EMPRESA-CODPOSTAL
           DISPLAY "LOCALIDADE DA EMPRESA:"
           ACCEPT WS-EMPRESA-CIDADE

           MOVE SPACES TO WS-NOME-SAFT
           STRING "C:\COBOL\SAFT-PT-" DELIMITED BY SIZE
               WS-DATA-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATA-FIM DELIMITED BY SIZE
               ".XML" DELIMITED BY SIZE
               INTO WS-NOME-SAFT

           PERFORM CALCULAR-TOTAIS-CONTROLO
           IF NOT FS-OK THEN
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTE
           OPEN INPUT PRODUTO
           OPEN INPUT TAXAIVA
           OPEN OUTPUT FICH-SAFT

           IF NOT FS2-OK OR NOT FS3-OK OR NOT FS4-OK
               OR NOT FS5-OK THEN
               DISPLAY "ERRO AO ABRIR FICHEIROS"
               DISPLAY "ERRO FILE STATUS CLIENTES:" WS-FS2
               DISPLAY "ERRO FILE STATUS PRODUTOS:" WS-FS3
               DISPLAY "ERRO FILE STATUS TAXAS:" WS-FS4
               DISPLAY "ERRO FILE STATUS SAF-T:" WS-FS5
               PERFORM FECHAR-FICHEIROS
               MOVE 1 TO PA-RETURN-CODE
               GOBACK
           END-IF

           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE SPACES TO REG-SAFT
           STRING '<AuditFile xmlns="' DELIMITED BY SIZE
               'urn:OECD:StandardAuditFile-Tax:PT_1.04_01">'
               DELIMITED BY SIZE
               INTO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           PERFORM EXPORTAR-CABECALHO

           MOVE "<MasterFiles>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           PERFORM EXPORTAR-CLIENTES
           PERFORM EXPORTAR-PRODUTOS
           PERFORM EXPORTAR-TAXAS
           MOVE "</MasterFiles>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           PERFORM EXPORTAR-DOCUMENTOS

           MOVE "</AuditFile>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           PERFORM FECHAR-FICHEIROS
           PERFORM MOSTRAR-TOTAIS-CONTROLO

           MOVE 0 TO PA-RETURN-CODE
           GOBACK.

       FECHAR-FICHEIROS.
           IF FS2-OK THEN
               CLOSE CLIENTE
           END-IF
           IF FS3-OK THEN
               CLOSE PRODUTO
           END-IF
           IF FS4-OK THEN
               CLOSE TAXAIVA
           END-IF
           IF FS5-OK THEN
               CLOSE FICH-SAFT
           END-IF.

       CALCULAR-TOTAIS-CONTROLO.
           SET EOF-OK TO FALSE
           SET DOC-ABERTO TO FALSE
           MOVE 0 TO WS-TOTAL-DOCS
           MOVE 0 TO WS-TOTAL-LINHAS
           MOVE 0 TO WS-TOT-DEBITO
           MOVE 0 TO WS-TOT-CREDITO
           MOVE 0 TO WS-IVA-DEBITO
           MOVE 0 TO WS-IVA-CREDITO

           OPEN INPUT VENDAS
           IF FS-OK THEN
               PERFORM ACUMULAR-CONTROLO-LINHA UNTIL EOF-OK
               CLOSE VENDAS
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF.

       ACUMULAR-CONTROLO-LINHA.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF VND-DATA NOT LESS THAN WS-DATA-INICIO
                   AND VND-DATA NOT GREATER THAN WS-DATA-FIM THEN
                   IF NOT DOC-ABERTO
                       OR VND-NUMERO NOT EQUAL WS-DOC-ATUAL THEN
                       ADD 1 TO WS-TOTAL-DOCS
                       MOVE VND-NUMERO TO WS-DOC-ATUAL
                       SET DOC-ABERTO TO TRUE
                   END-IF
                   ADD 1 TO WS-TOTAL-LINHAS
                   COMPUTE WS-VALOR-BASE =
                       VND-PRC-UNITARIO * VND-QUANTIDADE
                   COMPUTE WS-VALOR-IVA =
                       VND-VALOR-LINHA - WS-VALOR-BASE
                   IF VND-NOTA-CREDITO THEN
                       ADD WS-VALOR-BASE TO WS-TOT-DEBITO
                       ADD WS-VALOR-IVA TO WS-IVA-DEBITO
                   ELSE
                       ADD WS-VALOR-BASE TO WS-TOT-CREDITO
                       ADD WS-VALOR-IVA TO WS-IVA-CREDITO
                   END-IF
               END-IF
           END-READ.

       EXPORTAR-CABECALHO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE "<Header>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "AuditFileVersion" TO WS-XML-TAG
           MOVE "1.04_01" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "CompanyID" TO WS-XML-TAG
           MOVE WS-EMPRESA-NIF TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "TaxRegistrationNumber" TO WS-XML-TAG
           MOVE WS-EMPRESA-NIF TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "TaxAccountingBasis" TO WS-XML-TAG
           MOVE "F" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "CompanyName" TO WS-XML-TAG
           MOVE WS-EMPRESA-NOME TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "<CompanyAddress>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           PERFORM ESCREVER-MORADA-EMPRESA
           MOVE "</CompanyAddress>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "FiscalYear" TO WS-XML-TAG
           MOVE WS-DI-ANO TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE WS-DATA-INICIO TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE "StartDate" TO WS-XML-TAG
           MOVE WS-DATA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE WS-DATA-FIM TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE "EndDate" TO WS-XML-TAG
           MOVE WS-DATA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "CurrencyCode" TO WS-XML-TAG
           MOVE "EUR" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE "DateCreated" TO WS-XML-TAG
           MOVE WS-DATA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "TaxEntity" TO WS-XML-TAG
           MOVE "Global" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ProductCompanyTaxID" TO WS-XML-TAG
           MOVE WS-EMPRESA-NIF TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "SoftwareCertificateNumber" TO WS-XML-TAG
           MOVE "0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ProductID" TO WS-XML-TAG
           MOVE "GESTAO DE STOCKS/ARMAZEM CENTRAL" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ProductVersion" TO WS-XML-TAG
           MOVE "1.0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "</Header>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT.

       ESCREVER-MORADA-EMPRESA.
           MOVE "AddressDetail" TO WS-XML-TAG
           MOVE WS-EMPRESA-MORADA TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "City" TO WS-XML-TAG
           MOVE WS-EMPRESA-CIDADE TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "PostalCode" TO WS-XML-TAG
           MOVE WS-EMPRESA-CODPOSTAL TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "Country" TO WS-XML-TAG
           MOVE "PT" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO.

       EXPORTAR-CLIENTES.
           SET EOF-OK TO FALSE
           MOVE 0 TO WS-TOTAL-CLIENTES
           MOVE 0 TO COD-CLIENTE
           START CLIENTE KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM EXPORTAR-CLIENTE-LINHA UNTIL EOF-OK.

       EXPORTAR-CLIENTE-LINHA.
           READ CLIENTE NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-TOTAL-CLIENTES
               PERFORM EXPORTAR-CLIENTE
           END-READ.

       EXPORTAR-CLIENTE.
           MOVE "<Customer>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "CustomerID" TO WS-XML-TAG
           MOVE COD-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "AccountID" TO WS-XML-TAG
           MOVE "Desconhecido" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "CustomerTaxID" TO WS-XML-TAG
           IF NIF-CLIENTE EQUAL 0 THEN
               MOVE "999999990" TO WS-XML-TEXTO
           ELSE
               MOVE NIF-CLIENTE TO WS-XML-TEXTO
           END-IF
           PERFORM ESCREVER-ELEMENTO

           MOVE "CompanyName" TO WS-XML-TAG
           MOVE NOME-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "<BillingAddress>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "AddressDetail" TO WS-XML-TAG
           MOVE MORADA-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "City" TO WS-XML-TAG
           MOVE CIDADE-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "PostalCode" TO WS-XML-TAG
           MOVE CODPOSTAL-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "Country" TO WS-XML-TAG
           MOVE "PT" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "</BillingAddress>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "SelfBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "</Customer>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT.

       EXPORTAR-PRODUTOS.
           SET EOF-OK TO FALSE
           MOVE 0 TO WS-TOTAL-PRODUTOS
           MOVE 0 TO ID-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN ID-PRODUTO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM EXPORTAR-PRODUTO-LINHA UNTIL EOF-OK.

       EXPORTAR-PRODUTO-LINHA.
           READ PRODUTO NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               ADD 1 TO WS-TOTAL-PRODUTOS
               MOVE "<Product>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT

               MOVE "ProductType" TO WS-XML-TAG
               MOVE "P" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE "ProductCode" TO WS-XML-TAG
               MOVE ID-PRODUTO TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE "ProductDescription" TO WS-XML-TAG
               MOVE NOME-PRODUTO TO WS-XML-TEXTO
               PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

               MOVE "ProductNumberCode" TO WS-XML-TAG
               MOVE ID-PRODUTO TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE "</Product>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT
           END-READ.

       EXPORTAR-TAXAS.
           SET EOF-OK TO FALSE
           MOVE "<TaxTable>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE 0 TO TX-TAXA
           START TAXAIVA KEY IS NOT LESS THAN TX-TAXA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           PERFORM EXPORTAR-TAXA-LINHA UNTIL EOF-OK

           MOVE "</TaxTable>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT.

       EXPORTAR-TAXA-LINHA.
           READ TAXAIVA NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               MOVE "<TaxTableEntry>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT

               MOVE "TaxType" TO WS-XML-TAG
               MOVE "IVA" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE "TaxCountryRegion" TO WS-XML-TAG
               MOVE "PT" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE TX-TAXA TO WS-INTEIRO-XML
               PERFORM OBTER-CODIGO-TAXA
               MOVE "TaxCode" TO WS-XML-TAG
               MOVE WS-CODIGO-TAXA TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO

               MOVE "Description" TO WS-XML-TAG
               MOVE TX-DESCRICAO TO WS-XML-TEXTO
               PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

               MOVE "TaxPercentage" TO WS-XML-TAG
               PERFORM FORMATAR-INTEIRO
               PERFORM ESCREVER-ELEMENTO

               MOVE "</TaxTableEntry>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT
           END-READ.

       OBTER-CODIGO-TAXA.
           EVALUATE TRUE
               WHEN WS-INTEIRO-XML EQUAL 0
                   MOVE "ISE" TO WS-CODIGO-TAXA
               WHEN WS-INTEIRO-XML < 10
                   MOVE "RED" TO WS-CODIGO-TAXA
               WHEN WS-INTEIRO-XML < 20
                   MOVE "INT" TO WS-CODIGO-TAXA
               WHEN OTHER
                   MOVE "NOR" TO WS-CODIGO-TAXA
           END-EVALUATE.

       EXPORTAR-DOCUMENTOS.
           MOVE "<SourceDocuments>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "<SalesInvoices>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "NumberOfEntries" TO WS-XML-TAG
           MOVE WS-TOTAL-DOCS TO WS-INTEIRO-XML
           PERFORM FORMATAR-INTEIRO
           PERFORM ESCREVER-ELEMENTO

           MOVE "TotalDebit" TO WS-XML-TAG
           MOVE WS-TOT-DEBITO TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "TotalCredit" TO WS-XML-TAG
           MOVE WS-TOT-CREDITO TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           SET EOF-OK TO FALSE
           SET DOC-ABERTO TO FALSE
           SET FS-OK TO TRUE
           OPEN INPUT VENDAS
           IF FS-OK THEN
               PERFORM EXPORTAR-VENDA-LINHA UNTIL EOF-OK
               CLOSE VENDAS
               IF DOC-ABERTO THEN
                   PERFORM FECHAR-DOCUMENTO
               END-IF
           ELSE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE VENDAS"
               DISPLAY "ERRO DO FILE STATUS:" WS-FS
           END-IF

           MOVE "</SalesInvoices>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "</SourceDocuments>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT.

       EXPORTAR-VENDA-LINHA.
           READ VENDAS NEXT RECORD
           AT END
               SET EOF-OK TO TRUE
           NOT AT END
               IF VND-DATA NOT LESS THAN WS-DATA-INICIO
                   AND VND-DATA NOT GREATER THAN WS-DATA-FIM THEN
                   IF DOC-ABERTO
                       AND VND-NUMERO NOT EQUAL WS-DOC-ATUAL THEN
                       PERFORM FECHAR-DOCUMENTO
                   END-IF
                   IF NOT DOC-ABERTO THEN
                       PERFORM ABRIR-DOCUMENTO
                   END-IF
                   PERFORM EXPORTAR-LINHA-DOCUMENTO
               END-IF
           END-READ.

       ABRIR-DOCUMENTO.
           SET DOC-ABERTO TO TRUE
           MOVE VND-NUMERO TO WS-DOC-ATUAL
           MOVE VND-TIPO TO WS-DOC-TIPO
           MOVE 0 TO WS-NUM-LINHA
           MOVE 0 TO WS-DOC-BASE
           MOVE 0 TO WS-DOC-IVA
           MOVE 0 TO WS-DOC-TOTAL

           IF VND-NOTA-CREDITO THEN
               MOVE "NC" TO WS-DC-TIPO
           ELSE
               MOVE "FT" TO WS-DC-TIPO
           END-IF
           MOVE VND-NUMERO TO WS-DC-NUMERO
           MOVE VND-DATA TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-XML TO WS-DH-DATA

           MOVE "<Invoice>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "InvoiceNo" TO WS-XML-TAG
           MOVE WS-DOC-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ATCUD" TO WS-XML-TAG
           MOVE "0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "<DocumentStatus>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "InvoiceStatus" TO WS-XML-TAG
           MOVE "N" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "InvoiceStatusDate" TO WS-XML-TAG
           MOVE WS-DATA-HORA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "SourceID" TO WS-XML-TAG
           MOVE PA-OPERADOR TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO
           MOVE "SourceBilling" TO WS-XML-TAG
           MOVE "P" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "</DocumentStatus>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "Hash" TO WS-XML-TAG
           MOVE "0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "InvoiceDate" TO WS-XML-TAG
           MOVE WS-DATA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "InvoiceType" TO WS-XML-TAG
           MOVE WS-DC-TIPO TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "<SpecialRegimes>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "SelfBillingIndicator" TO WS-XML-TAG
           MOVE "0" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "CashVATSchemeIndicator" TO WS-XML-TAG
           PERFORM ESCREVER-ELEMENTO
           MOVE "ThirdPartiesBillingIndicator" TO WS-XML-TAG
           PERFORM ESCREVER-ELEMENTO
           MOVE "</SpecialRegimes>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "SourceID" TO WS-XML-TAG
           MOVE PA-OPERADOR TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "SystemEntryDate" TO WS-XML-TAG
           MOVE WS-DATA-HORA-XML TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "CustomerID" TO WS-XML-TAG
           MOVE VND-COD-CLIENTE TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO.

       EXPORTAR-LINHA-DOCUMENTO.
           ADD 1 TO WS-NUM-LINHA
           COMPUTE WS-VALOR-BASE = VND-PRC-UNITARIO * VND-QUANTIDADE
           COMPUTE WS-VALOR-IVA = VND-VALOR-LINHA - WS-VALOR-BASE
           ADD WS-VALOR-BASE TO WS-DOC-BASE
           ADD WS-VALOR-IVA TO WS-DOC-IVA
           ADD VND-VALOR-LINHA TO WS-DOC-TOTAL

           MOVE SPACES TO NOME-PRODUTO
           MOVE VND-ID-PRODUTO TO ID-PRODUTO
           READ PRODUTO
           KEY IS ID-PRODUTO
           INVALID KEY
               MOVE SPACES TO NOME-PRODUTO
           END-READ

           MOVE "<Line>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "LineNumber" TO WS-XML-TAG
           MOVE WS-NUM-LINHA TO WS-INTEIRO-XML
           PERFORM FORMATAR-INTEIRO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ProductCode" TO WS-XML-TAG
           MOVE VND-ID-PRODUTO TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "ProductDescription" TO WS-XML-TAG
           MOVE NOME-PRODUTO TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           MOVE "Quantity" TO WS-XML-TAG
           MOVE VND-QUANTIDADE TO WS-INTEIRO-XML
           PERFORM FORMATAR-INTEIRO
           PERFORM ESCREVER-ELEMENTO

           MOVE "UnitOfMeasure" TO WS-XML-TAG
           MOVE "UN" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           MOVE "UnitPrice" TO WS-XML-TAG
           MOVE VND-PRC-UNITARIO TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "TaxPointDate" TO WS-XML-TAG
           MOVE WS-DH-DATA TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO

           IF VND-NOTA-CREDITO AND VND-DOC-ORIGEM > 0 THEN
               MOVE "<References>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT
               MOVE "FT" TO WS-DC-TIPO
               MOVE VND-DOC-ORIGEM TO WS-DC-NUMERO
               MOVE "Reference" TO WS-XML-TAG
               MOVE WS-DOC-XML TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO
               MOVE "Reason" TO WS-XML-TAG
               MOVE "DEVOLUCAO DE MERCADORIA" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO
               MOVE "</References>" TO REG-SAFT
               PERFORM GRAVAR-LINHA-SAFT
           END-IF

           MOVE "Description" TO WS-XML-TAG
           MOVE NOME-PRODUTO TO WS-XML-TEXTO
           PERFORM ESCREVER-TEXTO-OU-DESCONHECIDO

           IF VND-NOTA-CREDITO THEN
               MOVE "DebitAmount" TO WS-XML-TAG
           ELSE
               MOVE "CreditAmount" TO WS-XML-TAG
           END-IF
           MOVE WS-VALOR-BASE TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "<Tax>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "TaxType" TO WS-XML-TAG
           MOVE "IVA" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "TaxCountryRegion" TO WS-XML-TAG
           MOVE "PT" TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE VND-IVA TO WS-INTEIRO-XML
           PERFORM OBTER-CODIGO-TAXA
           MOVE "TaxCode" TO WS-XML-TAG
           MOVE WS-CODIGO-TAXA TO WS-XML-TEXTO
           PERFORM ESCREVER-ELEMENTO
           MOVE "TaxPercentage" TO WS-XML-TAG
           PERFORM FORMATAR-INTEIRO
           PERFORM ESCREVER-ELEMENTO
           MOVE "</Tax>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           IF VND-IVA EQUAL 0 THEN
               MOVE "TaxExemptionReason" TO WS-XML-TAG
               MOVE "Isento artigo 9.o do CIVA" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO
               MOVE "TaxExemptionCode" TO WS-XML-TAG
               MOVE "M07" TO WS-XML-TEXTO
               PERFORM ESCREVER-ELEMENTO
           END-IF

           MOVE "</Line>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT.

       FECHAR-DOCUMENTO.
           MOVE "<DocumentTotals>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           MOVE "TaxPayable" TO WS-XML-TAG
           MOVE WS-DOC-IVA TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "NetTotal" TO WS-XML-TAG
           MOVE WS-DOC-BASE TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "GrossTotal" TO WS-XML-TAG
           MOVE WS-DOC-TOTAL TO WS-VALOR-XML
           PERFORM FORMATAR-VALOR
           PERFORM ESCREVER-ELEMENTO

           MOVE "</DocumentTotals>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT
           MOVE "</Invoice>" TO REG-SAFT
           PERFORM GRAVAR-LINHA-SAFT

           SET DOC-ABERTO TO FALSE.

       FORMATAR-DATA.
           MOVE WS-DT-ANO TO WS-DX-ANO
           MOVE WS-DT-MES TO WS-DX-MES
           MOVE WS-DT-DIA TO WS-DX-DIA.

       FORMATAR-VALOR.
           MOVE WS-VALOR-XML TO WS-ED-VALOR
           INSPECT WS-ED-VALOR REPLACING ALL "," BY "."
           MOVE 0 TO WS-BRANCOS
           INSPECT WS-ED-VALOR TALLYING WS-BRANCOS FOR LEADING SPACES
           MOVE WS-ED-VALOR(WS-BRANCOS + 1:) TO WS-XML-TEXTO.

       FORMATAR-INTEIRO.
           MOVE WS-INTEIRO-XML TO WS-ED-INTEIRO
           MOVE 0 TO WS-BRANCOS
           INSPECT WS-ED-INTEIRO TALLYING WS-BRANCOS
               FOR LEADING SPACES
           MOVE WS-ED-INTEIRO(WS-BRANCOS + 1:) TO WS-XML-TEXTO.

       ESCREVER-TEXTO-OU-DESCONHECIDO.
           IF WS-XML-TEXTO EQUAL SPACES THEN
               MOVE "Desconhecido" TO WS-XML-TEXTO
           END-IF
           PERFORM ESCREVER-ELEMENTO.

       ESCREVER-ELEMENTO.
           MOVE 60 TO WS-TAM
           SET FIM-TEXTO TO FALSE
           PERFORM RECUAR-TEXTO UNTIL WS-TAM EQUAL 0 OR FIM-TEXTO

           MOVE SPACES TO WS-XML-ESCAPADO
           MOVE 1 TO WS-PONTEIRO
           MOVE 1 TO WS-J
           PERFORM ESCAPAR-CARACTER UNTIL WS-J > WS-TAM

           MOVE SPACES TO REG-SAFT
           MOVE 1 TO WS-PONTEIRO-LINHA
           STRING "<" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-SAFT WITH POINTER WS-PONTEIRO-LINHA
           IF WS-PONTEIRO > 1 THEN
               STRING WS-XML-ESCAPADO(1:WS-PONTEIRO - 1)
                   DELIMITED BY SIZE
                   INTO REG-SAFT WITH POINTER WS-PONTEIRO-LINHA
           END-IF
           STRING "</" DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-SAFT WITH POINTER WS-PONTEIRO-LINHA
           PERFORM GRAVAR-LINHA-SAFT.

       RECUAR-TEXTO.
           IF WS-XML-TEXTO(WS-TAM:1) NOT EQUAL SPACE THEN
               SET FIM-TEXTO TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-TAM
           END-IF.

       ESCAPAR-CARACTER.
           EVALUATE WS-XML-TEXTO(WS-J:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
               WHEN '"'
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
               WHEN "'"
                   STRING "&apos;" DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
               WHEN OTHER
                   STRING WS-XML-TEXTO(WS-J:1) DELIMITED BY SIZE
                       INTO WS-XML-ESCAPADO WITH POINTER WS-PONTEIRO
           END-EVALUATE
           ADD 1 TO WS-J.

       GRAVAR-LINHA-SAFT.
           WRITE REG-SAFT.

       MOSTRAR-TOTAIS-CONTROLO.
           COMPUTE WS-BASE-LIQUIDA = WS-TOT-CREDITO - WS-TOT-DEBITO
           COMPUTE WS-IVA-LIQUIDO = WS-IVA-CREDITO - WS-IVA-DEBITO

           DISPLAY "FICHEIRO SAF-T GRAVADO EM " WS-NOME-SAFT
           DISPLAY "CLIENTES EXPORTADOS:   " WS-TOTAL-CLIENTES
           DISPLAY "PRODUTOS EXPORTADOS:   " WS-TOTAL-PRODUTOS
           DISPLAY "DOCUMENTOS EXPORTADOS: " WS-TOTAL-DOCS
           DISPLAY "LINHAS EXPORTADAS:     " WS-TOTAL-LINHAS
           MOVE WS-TOT-CREDITO TO WS-ED-SALDO
           DISPLAY "TOTAL CREDITO (FATURAS):         " WS-ED-SALDO
           MOVE WS-TOT-DEBITO TO WS-ED-SALDO
           DISPLAY "TOTAL DEBITO (NOTAS DE CREDITO): " WS-ED-SALDO
           DISPLAY "CONFRONTAR COM OS TOTAIS DO DIARIO DE VENDAS:"
           MOVE WS-BASE-LIQUIDA TO WS-ED-SALDO
           DISPLAY "BASE LIQUIDA:                    " WS-ED-SALDO
           MOVE WS-IVA-LIQUIDO TO WS-ED-SALDO
           DISPLAY "IVA LIQUIDO:                     " WS-ED-SALDO
           COMPUTE WS-BASE-LIQUIDA = WS-BASE-LIQUIDA + WS-IVA-LIQUIDO
           MOVE WS-BASE-LIQUIDA TO WS-ED-SALDO
           DISPLAY "TOTAL:                           " WS-ED-SALDO.
