      **************************
      * CONTAS A PAGAR (APPROVED FOR PAYMENT) RECORD LAYOUT
      * ONE RECORD PER INVOICE LINE THAT PASSED THE THREE-WAY MATCH
      * IN BOLONFE (INVOICE X PURCHASE ORDER X RECEIPT). APPENDED TO
      * APAGAR.DAT RUN AFTER RUN - THE OFFICE PAYS FROM IT BY
      * PAG-DATA-VENCIMENTO. PAG-PEDIDO IS THE PED-NUMERO OF THE
      * ORDER LINE THE INVOICE WAS MATCHED TO.
      **************************
           05 PAG-FORNECEDOR       PIC 9(04).
           05 PAG-NOTA-FISCAL      PIC 9(09).
           05 PAG-SKU              PIC 9(07).
           05 PAG-PEDIDO           PIC 9(08).
           05 PAG-QTD              PIC 9(05).
           05 PAG-CUSTO-UNITARIO   PIC 9(04)V99.
           05 PAG-VALOR            PIC 9(07)V99.
           05 PAG-DATA-EMISSAO     PIC 9(08).
           05 PAG-DATA-VENCIMENTO  PIC 9(08).
           05 PAG-DATA-APROVACAO   PIC 9(08).
