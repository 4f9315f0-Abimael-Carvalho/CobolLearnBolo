      * 0,250 KG. BOLOEXP DECREMENTS ING-ESTOQUE WHEN THE NIGHTLY
      * PRODUCTION IS EXPLODED AND BOLOIES LISTS WHAT FELL BELOW
      * ING-PONTO-PEDIDO BEFORE THE BAKERY STOPS FOR LACK OF EGGS.
      * ING-CUSTO-MEDIO IS THE WEIGHTED AVERAGE COST PER ING-UNIDADE,
      * RECOMPUTED BY BOLORIN ON EVERY GOODS RECEIPT. RECORDS FROM
      * BEFORE THE FIELD EXISTED COME UP WITH IT BLANK AND ARE READ
      * AS NO COST YET. EVERY CHANGE TO ING-ESTOQUE LEAVES AN AUDIT
      * RECORD ON INGLOG.DAT (SEE BOLOILG).
      **************************
           05 ING-CODIGO       PIC 9(04).
           05 ING-DESCRICAO    PIC X(30).
           05 ING-UNIDADE      PIC X(03).
           05 ING-ESTOQUE      PIC 9(07)V999.
           05 ING-PONTO-PEDIDO PIC 9(05)V999.
           05 ING-CUSTO-MEDIO  PIC 9(05)V9999.
