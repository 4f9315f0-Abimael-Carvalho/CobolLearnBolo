           05 CHK-DEVOLUCOES   PIC 9(05).
           05 CHK-QUEBRAS      PIC 9(05).
           05 CHK-AJUSTES      PIC 9(05).
           05 CHK-FIADOS       PIC 9(05).
           05 CHK-PAGAMENTOS   PIC 9(05).
