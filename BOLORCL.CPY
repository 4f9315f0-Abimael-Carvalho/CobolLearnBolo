      **************************
      * RECOLHIMENTO (LOT RECALL INSTRUCTION) RECORD LAYOUT
      * ONE RECORD PER RECALL INSTRUCTION ON RECOLHE.DAT, TYPED BY
      * THE SUPERVISOR WHEN THE HEALTH INSPECTOR OR A SUPPLIER CALLS
      * ABOUT A BAD BATCH. RCL-ACAO:
      *   Q = QUARANTINE THE LOTS     L = RELEASE QUARANTINED LOTS
      *   D = DESTROY QUARANTINED LOTS (WRITE-OFF)
      * RCL-TIPO S NAMES ONE SKU IN RCL-CODIGO, RCL-TIPO C A WHOLE
      * CATEGORIA (RCL-CODIGO = CATEGORIA CODE). THE LOTS TAKEN ARE
      * THOSE WHOSE LOTE-NUMERO (PRODUCTION DATE) FALLS BETWEEN
      * RCL-LOTE-INICIO AND RCL-LOTE-FIM INCLUSIVE. RCL-OPERADOR MUST
      * BE A SUPERVISOR (NIVEL 2) ON OPERADOR.DAT AND GOES ONTO THE
      * PRODLOG AUDIT RECORDS.
      **************************
           05 RCL-ACAO         PIC X(01).
           05 RCL-TIPO         PIC X(01).
           05 RCL-CODIGO       PIC 9(07).
           05 RCL-LOTE-INICIO  PIC 9(08).
           05 RCL-LOTE-FIM     PIC 9(08).
           05 RCL-OPERADOR     PIC X(08).
