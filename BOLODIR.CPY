      **************************
      * DIARIO CONTABIL (GENERAL-LEDGER JOURNAL) RECORD LAYOUT
      * ONE RECORD PER ACCOUNT PER CATEGORIA PER BUSINESS DATE,
      * APPENDED TO DIARIO.DAT BY BOLOCTB ONLY WHEN THE WHOLE DAY
      * BALANCES. EACH RECORD CARRIES THE NET OF THE DAY ON ONE SIDE
      * ONLY - DIR-DEBITO OR DIR-CREDITO, THE OTHER IS ZEROS.
      * DIR-CATEGORIA ZEROS IS AN ACCOUNT NOT SPLIT BY CATEGORIA
      * (TENDERS, DRAWER OVER/SHORT).
      **************************
           05 DIR-DATA         PIC 9(08).
           05 DIR-CONTA        PIC X(12).
           05 DIR-CATEGORIA    PIC 9(03).
           05 DIR-DEBITO       PIC 9(09)V99.
           05 DIR-CREDITO      PIC 9(09)V99.
           05 DIR-HISTORICO    PIC X(30).
