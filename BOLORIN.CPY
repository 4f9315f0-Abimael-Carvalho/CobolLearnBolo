      **************************
      * RECEBIMENTO DE INGREDIENTE (INGREDIENT GOODS RECEIPT) LAYOUT
      * ONE RECORD PER DELIVERY LINE ON RECINGR.DAT, KEYED IN BY THE
      * OFFICE FROM THE SUPPLIER'S DELIVERY NOTE DURING THE DAY AND
      * POSTED TO INGRED.DAT BY BOLORIN IN THE NIGHTLY WINDOW.
      * RIN-QTD IS IN THE INGREDIENT'S OWN ING-UNIDADE AND
      * RIN-CUSTO-UNITARIO IS THE PRICE PAID PER ING-UNIDADE.
      * RIN-FORNECEDOR MUST EXIST ON FORNEC.DAT AND
      * RIN-DATA-ENTREGA (AAAAMMDD) MUST BE A REAL DATE NOT IN THE
      * FUTURE.
      **************************
           05 RIN-INGREDIENTE      PIC 9(04).
           05 RIN-QTD              PIC 9(07)V999.
           05 RIN-CUSTO-UNITARIO   PIC 9(05)V9999.
           05 RIN-FORNECEDOR       PIC 9(04).
           05 RIN-DATA-ENTREGA     PIC 9(08).
