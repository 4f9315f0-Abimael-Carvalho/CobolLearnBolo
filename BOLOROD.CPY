      **************************
      * BATCH RUN HISTORY (RODADA) RECORD LAYOUT
      * ONE RECORD APPENDED TO THE PERMANENT RODADAS.DAT BY EVERY
      * EXECUTION OF A NIGHTLY BATCH PROGRAM (BOLOVER, BOLOEDT,
      * BOLOCAR, BOLORIN, BOLOEXP, BOLOMKD, BOLOPOS, BOLOVDA, BOLOFEC,
      * BOLOCXA, BOLOVAL, BOLOBXA), ALSO WHEN THE RUN IS REFUSED AT
      * THE START. BOLORSM READS IT IN THE MORNING TO SUMMARIZE THE
      * NIGHT'S WINDOW.
      * ROD-DATA-MOVTO IS THE BUSINESS DATE OF THE RUN: THE DATE OF
      * THE VENDA FILE FOR BOLOVDA AND BOLOFEC, OF THE CASH-UP FOR
      * BOLOCXA, THE RUN DATE FOR THE OTHERS (SAME CONVENTION AS
      * CHK-DATA-MOVTO).
      * ROD-INICIO / ROD-FIM ARE AAAAMMDDHHMMSS.
      * ROD-LIDOS / ROD-POSTADOS / ROD-REJEITADOS ARE THE RUN TOTALS
      * (INCLUDING THE ONES RESTORED FROM A CHECKPOINT ON A RESUMED
      * RUN) AS EACH PROGRAM COUNTS THEM:
      *   BOLOVER  PRODUTOS CONFERIDOS / ZEROS     / PROBLEMAS
      *   BOLOEDT  LIDOS               / ACEITOS   / REJEITADOS
      *   BOLOCAR  LIDOS    / INCLUIDOS + ALTERADOS / REJEITADOS
      *   BOLORIN  LIDOS               / LANCADOS  / REJEITADOS
      *   BOLOEXP  LIDOS               / EXPLODIDOS / SEM RECEITA
      *   BOLOMKD  PRODUTOS LIDOS      / REMARCADOS / ZEROS
      *   BOLOPOS  PRODUTOS LIDOS      / EXPORTADOS / EM QUARENTENA
      *   BOLOVDA  LIDOS               / POSTADOS  / REJEITADOS
      *   BOLOFEC  LIDOS           / NA RECEITA / PRECO DIVERGENTE
      *   BOLOCXA  VENDAS LIDAS / LINHAS DE CAIXA /
      *            TIPOS FORA DA TOLERANCIA + DESPREZADOS
      *   BOLOVAL  PRODUTOS LIDOS      / VENCIDOS + A VENCER / ZEROS
      *   BOLOBXA  PRODUTOS LIDOS      / BAIXADOS  / ZEROS
      * ROD-RC IS THE RETURN-CODE THE RUN ENDED WITH.
      * ROD-RETOMADA = S WHEN THE RUN RESUMED FROM A CHECKPOINT.
      **************************
           05 ROD-PROGRAMA     PIC X(08).
           05 ROD-DATA-MOVTO   PIC 9(08).
           05 ROD-INICIO       PIC X(14).
           05 ROD-FIM          PIC X(14).
           05 ROD-LIDOS        PIC 9(07).
           05 ROD-POSTADOS     PIC 9(07).
           05 ROD-REJEITADOS   PIC 9(07).
           05 ROD-RC           PIC 9(03).
           05 ROD-RETOMADA     PIC X(01).
