      * ORDER THE LINE BELONGS TO. THE KEY LEADS WITH THE SKU SO THE
      * RECEIVING MATCH IN BOLOCAR CAN START AT THE SKU OF EACH FEED
      * RECORD. PED-SITUACAO: A = ABERTO, R = RECEBIDO POR COMPLETO.
      * PED-NOTA-FISCAL / PED-DATA-FATURA ARE STAMPED BY BOLONFE WHEN
      * A SUPPLIER INVOICE IS MATCHED TO THE LINE, SO THE SAME LINE
      * CANNOT BE BILLED TWICE. ZEROS (OR SPACES ON A LINE WRITTEN
      * BEFORE THE FIELDS EXISTED) MEAN NOT YET INVOICED.
      **************************
           05 PED-CHAVE.
               10 PED-SKU          PIC 9(07).
           05 PED-QTD-RECEBIDA     PIC 9(05).
           05 PED-CUSTO            PIC 9(04)V99.
           05 PED-SITUACAO         PIC X(01).
           05 PED-NOTA-FISCAL      PIC 9(09).
           05 PED-DATA-FATURA      PIC 9(08).
