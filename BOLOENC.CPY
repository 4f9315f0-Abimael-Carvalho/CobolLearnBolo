      **************************
      * ENCOMENDA (CUSTOMER PRE-ORDER) RECORD LAYOUT
      * ONE RECORD PER ORDER TAKEN AT THE COUNTER IN ENCOMENDA.DAT,
      * KEYED BY ENC-NUMERO, WITH AN ALTERNATE KEY ON ENC-SKU SO THE
      * BATCH PROGRAMS FIND THE UNITS PROMISED AGAINST A PRODUTO.
      * ENC-VALOR-UNITARIO IS THE PRICE AGREED WITH THE CUSTOMER AND
      * ENC-VALOR-SINAL THE DEPOSIT TAKEN WITH THE ORDER, IN THE
      * TENDER ENC-TIPO-PGTO-SINAL (SAME CODES AS VENDA-TIPO-PGTO).
      * ENC-SITUACAO: A = ABERTA, THE QUANTITY IS RESERVED AND HELD
      *                   BACK FROM THE AVAILABLE STOCK.
      *               R = RETIRADA, THE BALANCE WENT TO VENDA.DAT ON
      *                   ENC-DATA-BAIXA IN ENC-TIPO-PGTO-SALDO.
      *               C = CANCELADA BY A SUPERVISOR ON ENC-DATA-BAIXA.
      **************************
           05 ENC-NUMERO           PIC 9(07).
           05 ENC-CLIENTE          PIC X(30).
           05 ENC-FONE             PIC X(15).
           05 ENC-SKU              PIC 9(07).
           05 ENC-QTD              PIC 9(04).
           05 ENC-VALOR-UNITARIO   PIC 9(04)V99.
           05 ENC-DATA-RETIRADA    PIC 9(08).
           05 ENC-VALOR-SINAL      PIC 9(07)V99.
           05 ENC-TIPO-PGTO-SINAL  PIC X(03).
           05 ENC-SITUACAO         PIC X(01).
           05 ENC-DATA-CADASTRO    PIC 9(08).
           05 ENC-OPERADOR         PIC X(08).
           05 ENC-DATA-BAIXA       PIC 9(08).
           05 ENC-TIPO-PGTO-SALDO  PIC X(03).
