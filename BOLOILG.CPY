      **************************
      * INGREDIENTE-LOG RECORD LAYOUT (INGREDIENT AUDIT TRAIL)
      * ONE RECORD ON INGLOG.DAT PER CHANGE TO ING-ESTOQUE, THE SAME
      * IDEA AS PRODLOG FOR THE PRODUTO: BEFORE/AFTER QUANTITY AND
      * AVERAGE COST, WHO OR WHAT DID IT AND WHY.
      * ILG-OPERACAO: ENTRADA  = GOODS RECEIPT POSTED BY BOLORIN
      *                          (ILG-FORNECEDOR CARRIES THE SUPPLIER)
      *               CONSUMO  = RECIPE EXPLOSION IN BOLOEXP
      *                          (ILG-SKU CARRIES THE SKU PRODUCED)
      *               AJUSTE   = BALANCE RETYPED IN BOLOIMN
      *               INCLUSAO = INGREDIENT CREATED IN BOLOIMN
      *               EXCLUSAO = INGREDIENT DELETED IN BOLOIMN
      * ILG-OPERADOR IS THE SIGNED-ON OPE-ID IN BOLOIMN AND THE
      * PROGRAM NAME IN THE NIGHTLY BATCH PROGRAMS.
      **************************
           05 ILG-DATA-HORA        PIC X(14).
           05 ILG-INGREDIENTE      PIC 9(04).
           05 ILG-OPERACAO         PIC X(10).
           05 ILG-QTD-ANTIGA       PIC 9(07)V999.
           05 ILG-QTD-NOVA         PIC 9(07)V999.
           05 ILG-CUSTO-ANTIGO     PIC 9(05)V9999.
           05 ILG-CUSTO-NOVO       PIC 9(05)V9999.
           05 ILG-FORNECEDOR       PIC 9(04).
           05 ILG-SKU              PIC 9(07).
           05 ILG-OPERADOR         PIC X(08).
