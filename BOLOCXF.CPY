      * PIX = PIX. BOLOCXA MATCHES THESE TOTALS AGAINST THE REVENUE
      * POSTED FROM THE SAME DAY'S VENDA.DAT AND REFUSES THE CLOSING
      * WHEN THE DRAWER IS OVER OR SHORT PAST THE TOLERANCE.
      * FIA = FIADO IS THE REGISTER'S TOTAL OF SALES ON ACCOUNT - NO
      * MONEY IN THE DRAWER - AND IS CONFERRED APART FROM THE DRAWER.
      **************************
           05 CXF-DATA         PIC 9(08).
           05 CXF-TIPO-PGTO    PIC X(03).
