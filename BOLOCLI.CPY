      **************************
      * CLIENTE (CUSTOMER ACCOUNT) MASTER RECORD LAYOUT
      * ONE RECORD PER REGULAR WHO BUYS ON ACCOUNT (FIADO), IN
      * CLIENTE.DAT. CLI-SALDO IS WHAT THE CUSTOMER OWES TODAY -
      * PURCHASES ON ACCOUNT ADD, RETURNS AND PAYMENTS SUBTRACT; A
      * NEGATIVE BALANCE IS MONEY LEFT ON ACCOUNT. BOLOVDA REFUSES A
      * FIADO SALE THAT WOULD TAKE CLI-SALDO PAST CLI-LIMITE.
      * EVERY CHANGE TO THE BALANCE IS ALSO WRITTEN TO MOVCLI.DAT
      * (BOLOMCL) UNDER THE NEXT CLI-ULT-SEQUENCIA OF THE CUSTOMER,
      * SO THE MONTHLY STATEMENT CAN LIST THE ACCOUNT IN ORDER.
      * CLI-DATA-ULT-PGTO IS THE DATE OF THE LAST PAYMENT (ZEROS =
      * NEVER PAID). MAINTAINED ON LINE BY BOLOCLM.
      **************************
           05 CLI-CODIGO           PIC 9(06).
           05 CLI-NOME             PIC X(30).
           05 CLI-LIMITE           PIC 9(05)V99.
           05 CLI-SALDO            PIC S9(07)V99.
           05 CLI-DATA-ABERTURA    PIC 9(08).
           05 CLI-DATA-ULT-PGTO    PIC 9(08).
           05 CLI-ULT-SEQUENCIA    PIC 9(07).
