      **************************
      * PLANO DE CONTAS (CHART-OF-ACCOUNTS MAPPING) RECORD LAYOUT
      * ONE RECORD PER ACCOUNTING ROLE ON PLANOCTA.DAT, TYPED AND
      * KEPT BY THE ACCOUNTANT. BOLOCTB LOOKS EVERY JOURNAL LEG UP BY
      * ROLE AND CATEGORIA: A RECORD FOR THE PRODUTO'S OWN CATEGORIA
      * WINS, PCT-CATEGORIA ZEROS IS THE DEFAULT FOR ANY CATEGORIA.
      * ROLES (PCT-PAPEL):
      *   PGTO-DIN / PGTO-CAR / PGTO-PIX - ONE PER TENDER CODE
      *   PGTO-FIA - CUSTOMER ACCOUNTS RECEIVABLE (FIADO)
      *   RECEITA  - SALES REVENUE       CMV      - COST OF GOODS SOLD
      *   ESTOQUE  - FINISHED GOODS      QUEBRA   - BREAKAGE/LOSS
      *   AJUSTE   - SUPERVISOR ADJUST   DESCARTE - EXPIRY WRITE-OFF
      *   CONTAGEM - COUNT VARIANCE      CAIXA-DIF - DRAWER OVER/SHORT
      *   RECEBIDO - GOODS RECEIVED NOT YET INVOICED
      *   SINAL-ENC - PRE-ORDER DEPOSITS RECEIVED (LIABILITY)
      **************************
           05 PCT-PAPEL        PIC X(10).
           05 PCT-CATEGORIA    PIC 9(03).
           05 PCT-CONTA        PIC X(12).
           05 PCT-DESCRICAO    PIC X(30).
