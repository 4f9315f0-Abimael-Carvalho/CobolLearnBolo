      * SALE AT A VALID PROMO PRICE WITHOUT FLAGGING IT DIVERGENT -
      * NOBODY HAS TO TYPE PRICES IN ON FRIDAY AND BACK OUT ON
      * MONDAY ANY MORE.
      * EVT-ORIGEM TELLS WHO PUT THE EVENT ON THE CALENDAR: SPACE IS
      * A PROMOTION KEYED BY THE SUPERVISOR, R IS A NEAR-EXPIRY
      * MARKDOWN (REMARCACAO) WRITTEN BY THE NIGHTLY BOLOMKD.
      **************************
           05 EVT-SKU          PIC 9(07).
           05 EVT-PRECO-PROMO  PIC 9(04)V99.
           05 EVT-DATA-INICIO  PIC 9(08).
           05 EVT-DATA-FIM     PIC 9(08).
           05 EVT-ORIGEM       PIC X(01).
