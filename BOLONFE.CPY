      **************************
      * NOTA FISCAL DE FORNECEDOR (SUPPLIER INVOICE) LINE LAYOUT
      * ONE RECORD PER BILLED SKU ON NOTAFORN.DAT, KEYED IN BY THE
      * OFFICE FROM THE SUPPLIER'S INVOICE AND MATCHED BY BOLONFE
      * AGAINST THE RECEIVED PURCHASE ORDER LINE ON PEDIDO.DAT FOR
      * THE SAME SUPPLIER AND SKU. NFE-DATA-EMISSAO (AAAAMMDD) IS THE
      * INVOICE DATE THE PAYMENT DUE DATE IS COUNTED FROM.
      * NFE-CUSTO-UNITARIO IS THE PRICE BILLED PER UNIT.
      **************************
           05 NFE-FORNECEDOR       PIC 9(04).
           05 NFE-NUMERO           PIC 9(09).
           05 NFE-DATA-EMISSAO     PIC 9(08).
           05 NFE-SKU              PIC 9(07).
           05 NFE-QTD              PIC 9(05).
           05 NFE-CUSTO-UNITARIO   PIC 9(04)V99.
