      **************************
      * MOVIMENTO DE CONTA DE CLIENTE (ACCOUNT MOVEMENT) LAYOUT
      * ONE RECORD PER CHANGE TO A CUSTOMER'S BALANCE IN MOVCLI.DAT,
      * KEYED BY CUSTOMER AND THE CUSTOMER'S OWN RUNNING SEQUENCE
      * (CLI-ULT-SEQUENCIA), SO A START ON THE CUSTOMER READS THE
      * ACCOUNT IN THE ORDER IT WAS POSTED. THE FILE IS PERMANENT -
      * THE MONTHLY STATEMENT (BOLOEXT) READS IT, NOTHING PURGES IT.
      * MCL-TIPO: C = COMPRA FIADO (VENDA.DAT TYPE V, TENDER FIA).
      *           D = DEVOLUCAO DE COMPRA FIADO (TYPE D, TENDER FIA).
      *           P = PAGAMENTO NA CONTA (TYPE P), MCL-TIPO-PGTO IS
      *               THE TENDER THE CUSTOMER PAID WITH.
      *           S = SALDO DE ABERTURA KEYED ON BOLOCLM.
      * MCL-VALOR IS ALWAYS POSITIVE; THE TYPE GIVES THE DIRECTION
      * (C AND S ADD, D AND P SUBTRACT). MCL-SALDO IS CLI-SALDO
      * RIGHT AFTER THE MOVEMENT. MCL-ORIGEM IS THE PROGRAM OR THE
      * SIGNED-ON OPERATOR THAT POSTED IT.
      **************************
           05 MCL-CHAVE.
               10 MCL-CLIENTE      PIC 9(06).
               10 MCL-SEQUENCIA    PIC 9(07).
           05 MCL-DATA-HORA        PIC X(14).
           05 MCL-TIPO             PIC X(01).
           05 MCL-SKU              PIC 9(07).
           05 MCL-QTD              PIC 9(04).
           05 MCL-VALOR            PIC 9(07)V99.
           05 MCL-TIPO-PGTO        PIC X(03).
           05 MCL-SALDO            PIC S9(07)V99.
           05 MCL-ORIGEM           PIC X(08).
