      *                   Q = QUEBRA/PERDA, SUBTRACTS FROM STOCK.
      *                   A = AJUSTE DE SUPERVISOR, QUANTITY SIGNED BY
      *                       VENDA-SINAL-AJUSTE (+ ADDS, - SUBTRACTS).
      *                   S = SINAL DE ENCOMENDA (PRE-ORDER DEPOSIT,
      *                       WRITTEN BY BOLOENC), NO STOCK MOVEMENT.
      *                       VENDA-SINAL-AJUSTE + = DEPOSIT RECEIVED,
      *                       - = DEPOSIT APPLIED TO THE PICKUP SALE
      *                       OR REFUNDED ON CANCELLATION.
      * VENDA-SINAL-AJUSTE IS ONLY MEANINGFUL FOR TYPES A AND S.
      * VENDA-TIPO-PGTO IS THE TENDER THE REGISTER TOOK: DIN =
      * DINHEIRO, CAR = CARTAO, PIX = PIX. RECORDS FROM BEFORE THE
      * FIELD EXISTED COME UP BLANK AND ARE TREATED AS DINHEIRO BY
      * THE CASH-UP RECONCILIATION (CASH WAS THE ONLY TENDER THEN).
      * FIA = FIADO, A SALE ON THE CUSTOMER'S ACCOUNT: VENDA-CLIENTE
      * CARRIES THE CLIENTE.DAT CODE AND BOLOVDA POSTS THE AMOUNT TO
      * THE CUSTOMER'S BALANCE INSTEAD OF THE DRAWER.
      * VENDA-TIPO-MOVTO P = PAGAMENTO NA CONTA DO CLIENTE: NO SKU
      * (ZEROS), VENDA-QTD-VENDIDA 1 AND VENDA-VALOR-VENDA THE AMOUNT
      * PAID, VENDA-TIPO-PGTO THE TENDER THE MONEY CAME IN (NEVER
      * FIA) AND VENDA-CLIENTE THE CUSTOMER WHOSE BALANCE IT PAYS.
      * A TYPE S RECORD CARRIES THE ORDER'S SKU FOR REFERENCE,
      * VENDA-QTD-VENDIDA 1, VENDA-VALOR-VENDA THE DEPOSIT AMOUNT AND
      * VENDA-TIPO-PGTO THE TENDER IT CAME IN OR WENT OUT BY - AT
      * PICKUP, THE TENDER OF THE SALE IT WAS APPLIED TO.
      * VENDA-CLIENTE IS ZEROS (OR BLANK ON OLD RECORDS) OTHERWISE.
      **************************
           05 VENDA-SKU            PIC 9(07).
           05 VENDA-QTD-VENDIDA    PIC 9(04).
           05 VENDA-TIPO-MOVTO     PIC X(01).
           05 VENDA-SINAL-AJUSTE   PIC X(01).
           05 VENDA-TIPO-PGTO      PIC X(03).
           05 VENDA-CLIENTE        PIC 9(06).
