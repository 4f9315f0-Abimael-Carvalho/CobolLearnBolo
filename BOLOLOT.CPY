      * ONLY THE LOTS ACTUALLY PAST DATE. A PRODUTO WITHOUT ANY LOT
      * IS OLD STOCK FROM BEFORE THE LOT CONTROL - THE PROGRAMS FALL
      * BACK TO THE SINGLE VALIDADE ON THE PRODUTO RECORD FOR IT.
      * LOTE-SITUACAO Q MARKS A LOT QUARANTINED BY A RECALL (BOLORCL):
      * ITS UNITS STAY IN QTD-ESTOQUE BUT ARE NOT SOLD - BOLOVDA SKIPS
      * IT IN THE FEFO CONSUMPTION UNTIL IT IS RELEASED OR DESTROYED.
      * SPACE (AND ANY OLD RECORD) IS A NORMAL LOT.
      **************************
           05 LOTE-CHAVE.
               10 LOTE-SKU         PIC 9(07).
               10 LOTE-NUMERO      PIC 9(08).
           05 LOTE-QTD             PIC 9(04).
           05 LOTE-VALIDADE        PIC 9(08).
           05 LOTE-SITUACAO        PIC X(01).
