      **************************
      * REGRA DE REMARCACAO (NEAR-EXPIRY MARKDOWN RULE) LAYOUT
      * ONE RECORD PER MARKDOWN TIER ON REMARCA.DAT, TYPED AND KEPT
      * BY THE SUPERVISOR. A TIER APPLIES WHEN THE OLDEST LOT OF A
      * SKU HAS MKR-DIAS DAYS OR FEWER LEFT ON THE SALE DAY (ZERO =
      * THE LAST DAY OF VALIDADE); THE TIGHTEST TIER THAT APPLIES
      * WINS. MKR-PERCENTUAL IS THE DISCOUNT OFF VALOR-VENDA. THE
      * MARKED-DOWN PRICE STOPS AT VALOR-CUSTO UNLESS THE SUPERVISOR
      * SETS MKR-ABAIXO-CUSTO TO "S" ON THE TIER.
      **************************
           05 MKR-DIAS         PIC 9(03).
           05 MKR-PERCENTUAL   PIC 9(03).
           05 MKR-ABAIXO-CUSTO PIC X(01).
