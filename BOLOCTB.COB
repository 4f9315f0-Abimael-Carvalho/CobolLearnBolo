      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: DAILY GENERAL-LEDGER JOURNAL EXPORT
      * RUN AT THE END OF THE NIGHTLY WINDOW. TURNS THE BUSINESS
      * DATE'S POSTINGS INTO A BALANCED JOURNAL - ONE ENTRY PER
      * ACCOUNT AND PER CATEGORIA - APPENDED TO DIARIO.DAT FOR THE
      * ACCOUNTANT'S LEDGER:
      *   VENDA.DAT    VENDAS/DEVOLUCOES: REVENUE AGAINST THE TENDER
      *                AND COST OF GOODS AT VALOR-CUSTO AGAINST STOCK;
      *                QUEBRAS AND AJUSTES AT VALOR-CUSTO. A SALE ON
      *                ACCOUNT (TENDER FIA) DEBITS THE CUSTOMER
      *                RECEIVABLE PGTO-FIA; A PAYMENT ON ACCOUNT
      *                (TYPE P) DEBITS ITS TENDER AND CREDITS PGTO-FIA.
      *                A PRE-ORDER DEPOSIT RECEIVED (TYPE S, +) DEBITS
      *                ITS TENDER AND CREDITS SINAL-ENC, THE DEPOSITS
      *                HELD FOR CUSTOMERS; ONE APPLIED AT PICKUP OR
      *                REFUNDED (TYPE S, -) REVERSES IT.
      *   CAIXAFEC.DAT THE DRAWER COUNTED PER TENDER - WHAT IT IS OVER
      *                OR SHORT OF THE POSTED REVENUE GOES TO THE
      *                CAIXA-DIF ACCOUNT, SO EACH TENDER ACCOUNT ENDS
      *                AT THE MONEY ACTUALLY TAKEN. THE RECEIVABLE
      *                (FIA) IS NOT DRAWER MONEY AND GETS NO CAIXA-DIF.
      *   BOLOLOG.DAT  THE DAY'S DESCARTE (BOLOBXA EXPIRY WRITE-OFF)
      *                AND CONTAGEM (BOLOCNT COUNT CORRECTION) LINES
      *                AT VALOR-CUSTO, AND THE RECEBIDO LINES BOLOCAR
      *                LOGS FOR RECEIPTS MATCHED TO AN ORDER, AT THE
      *                ORDER PRICE.
      * THE ACCOUNTS COME FROM THE ACCOUNTANT'S MAPPING ON
      * PLANOCTA.DAT (ROLE + CATEGORIA -> ACCOUNT). THE BUSINESS DATE
      * IS TODAY, OR THE AAAAMMDD ON THE COMMAND LINE. THE EXPORT IS
      * REFUSED WITH RETURN CODE 8 - AND NOTHING IS WRITTEN - WHEN
      * THE SALES POSTING OF THE DATE IS NOT DONE ON BOLODIA.DAT, THE
      * DATE IS ALREADY ON DIARIO.DAT, CAIXAFEC.DAT HAS NO CASH-UP
      * FOR THE DATE, A ROLE HAS NO ACCOUNT, OR THE DEBITS AND
      * CREDITS DO NOT BALANCE.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCTB.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS PED-CHAVE
           FILE STATUS             IS WS-STATUS-PEDIDOS.

           SELECT VENDA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDA.

           SELECT CAIXAFEC ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CAIXA.

           SELECT PRODLOG ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-LOG.

           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PLANO.

           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIARIO.

           SELECT DIACTL ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIA.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLO.DAT".

           01 PRODUTO.
              COPY BOLOREC.

       FD PEDIDOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDO.DAT".

           01 REGISTRO-PEDIDO.
              COPY BOLOPED.

       FD VENDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDA.DAT".

           01 REGISTRO-VENDA.
              COPY BOLOVEN.

       FD CAIXAFEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAIXAFEC.DAT".

           01 REGISTRO-CAIXA.
              COPY BOLOCXF.

       FD PRODLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOLOG.DAT".

           01 REGISTRO-LOG.
              COPY BOLOLOG.

       FD PLANOCTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".

           01 REGISTRO-PLANO.
              COPY BOLOPCT.

       FD DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".

           01 REGISTRO-DIARIO.
              COPY BOLODIR.

       FD DIACTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLODIA.DAT".

           01 REGISTRO-DIA.
              COPY BOLODIA.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOCTB.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-PEDIDOS    PIC   X(02).
           77 WS-STATUS-VENDA      PIC   X(02).
           77 WS-STATUS-CAIXA      PIC   X(02).
           77 WS-STATUS-LOG        PIC   X(02).
           77 WS-STATUS-PLANO      PIC   X(02).
           77 WS-STATUS-DIARIO     PIC   X(02).
           77 WS-STATUS-DIA        PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-ARQ           PIC   X(01) VALUE "N".
           77 WS-PEDIDOS-DISPONIVEL PIC  X(01) VALUE "N".

           77 WS-PARM-DATA         PIC   X(10) VALUE SPACES.
           77 WS-DATA-DIARIO       PIC   9(08) VALUE ZEROS.
           77 WS-DIA-ULT-VENDA     PIC   9(08) VALUE ZEROS.
           77 WS-DIA-VENDA-ABERTA  PIC   X(01) VALUE "S".
           77 WS-DIA-LIDO          PIC   X(01) VALUE "N".
           77 WS-RECUSA            PIC   X(01) VALUE "N".

           77 WS-TOTAL-VENDAS      PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-FORA-DATA   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-PRODUTO PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-LOGS        PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-CAIXA-DIA   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-GRAVADOS    PIC   9(05) VALUE ZEROS.

      * DADOS DO PRODUTO DO MOVIMENTO
           77 WS-CUSTO-UNITARIO    PIC   9(04)V99 VALUE ZEROS.
           77 WS-CATEGORIA         PIC   9(03) VALUE ZEROS.
           77 WS-QTD-MOVTO         PIC  S9(05) VALUE ZEROS.
           77 WS-QTD-ANTIGA        PIC  S9(05) VALUE ZEROS.
           77 WS-QTD-NOVA          PIC  S9(05) VALUE ZEROS.
           77 WS-TIPO-TRABALHO     PIC   X(03) VALUE SPACES.

      * UM LANCAMENTO: PAPEL A DEBITO, PAPEL A CREDITO, CATEGORIA E
      * VALOR COM SINAL - VALOR NEGATIVO INVERTE AS PONTAS.
           77 WS-LAN-PAPEL-DEBITO  PIC   X(10) VALUE SPACES.
           77 WS-LAN-PAPEL-CREDITO PIC   X(10) VALUE SPACES.
           77 WS-LAN-PAPEL-TROCA   PIC   X(10) VALUE SPACES.
           77 WS-LAN-CATEGORIA     PIC   9(03) VALUE ZEROS.
           77 WS-LAN-VALOR         PIC  S9(09)V99 VALUE ZEROS.
           77 WS-LAN-LADO          PIC   X(01) VALUE SPACES.
           77 WS-LAN-PAPEL         PIC   X(10) VALUE SPACES.

           77 WS-PAPEL-TRABALHO    PIC   X(10) VALUE SPACES.
           77 WS-CONTA-ACHADA      PIC   9(04) COMP VALUE ZEROS.
           77 WS-PCT-IND           PIC   9(04) COMP VALUE ZEROS.
           77 WS-LAN-IND           PIC   9(04) COMP VALUE ZEROS.
           77 WS-LAN-ACHADO        PIC   9(04) COMP VALUE ZEROS.
           77 WS-FAL-IND           PIC   9(04) COMP VALUE ZEROS.
           77 WS-FAL-ACHADO        PIC   9(04) COMP VALUE ZEROS.
           77 WS-PGT-IND           PIC   9(02) COMP VALUE ZEROS.
           77 WS-PGT-ACHADO        PIC   9(02) COMP VALUE ZEROS.

           77 WS-TOTAL-DEBITO      PIC   9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-CREDITO     PIC   9(11)V99 VALUE ZEROS.
           77 WS-SALDO-LINHA       PIC  S9(11)V99 VALUE ZEROS.
           77 WS-DIFERENCA         PIC  S9(09)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO     PIC  ZZZZZZZZZZ9,99.

      * PLANO DE CONTAS CARREGADO DO PLANOCTA.DAT
           01 WS-TABELA-PLANO.
               05 WS-PCT-TOTAL     PIC 9(04) COMP VALUE ZEROS.
               05 WS-PCT-ENTRADA OCCURS 500 TIMES.
                   10 WS-PCT-PAPEL     PIC X(10).
                   10 WS-PCT-CATEGORIA PIC 9(03).
                   10 WS-PCT-CONTA     PIC X(12).
                   10 WS-PCT-DESCRICAO PIC X(30).

      * LANCAMENTOS ACUMULADOS POR CONTA E CATEGORIA
           01 WS-TABELA-LANCAMENTOS.
               05 WS-LAN-TOTAL     PIC 9(04) COMP VALUE ZEROS.
               05 WS-LAN-ENTRADA OCCURS 999 TIMES.
                   10 WS-LAN-CONTA     PIC X(12).
                   10 WS-LAN-CAT       PIC 9(03).
                   10 WS-LAN-HISTORICO PIC X(30).
                   10 WS-LAN-DEBITO    PIC 9(11)V99.
                   10 WS-LAN-CREDITO   PIC 9(11)V99.

      * PAPEIS SEM CONTA NO PLANO - CADA UM APONTADO UMA VEZ SO
           01 WS-TABELA-FALTAS.
               05 WS-FAL-TOTAL     PIC 9(04) COMP VALUE ZEROS.
               05 WS-FAL-ENTRADA OCCURS 100 TIMES.
                   10 WS-FAL-PAPEL     PIC X(10).
                   10 WS-FAL-CAT       PIC 9(03).

      * RECEITA POSTADA E CAIXA CONTADO POR TIPO DE PAGAMENTO
           01 WS-TABELA-PGTO.
               05 WS-PGT-TOTAL     PIC 9(02) COMP VALUE ZEROS.
               05 WS-PGT-ENTRADA OCCURS 10 TIMES.
                   10 WS-PGT-CODIGO    PIC X(03).
                   10 WS-PGT-CAIXA     PIC S9(08)V99.
                   10 WS-PGT-VENDIDO   PIC S9(08)V99.

           01 WS-LINHA-DETALHE.
               05 WS-L-CONTA       PIC X(12).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CATEGORIA   PIC 9(03).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-HISTORICO   PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DEBITO      PIC ZZZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CREDITO     PIC ZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-VERIFICA-DIA
           PERFORM P-VERIFICA-DIARIO
           PERFORM P-CARREGA-PLANO
           IF WS-RECUSA = "S"
               PERFORM P-RECUSA
           END-IF
           PERFORM P-ABRE-MOVIMENTOS
           MOVE "N" TO WS-FIM-ARQ
           PERFORM P-PROCESSA-VENDA UNTIL WS-FIM-ARQ = "S"
           MOVE "N" TO WS-FIM-ARQ
           PERFORM P-PROCESSA-CAIXA UNTIL WS-FIM-ARQ = "S"
           PERFORM P-VERIFICA-CAIXA
           PERFORM P-LANCA-DIFERENCA-CAIXA
               VARYING WS-PGT-IND FROM 1 BY 1
               UNTIL WS-PGT-IND > WS-PGT-TOTAL
           MOVE "N" TO WS-FIM-ARQ
           PERFORM P-PROCESSA-LOG UNTIL WS-FIM-ARQ = "S"
           PERFORM P-FECHA-MOVIMENTOS
           PERFORM P-CONFERE-BALANCO
           IF WS-RECUSA = "S"
               PERFORM P-RECUSA
           END-IF
           PERFORM P-EXPORTA
           PERFORM P-RODAPE
           CLOSE RELAT
           STOP RUN.

       P-ABERTURA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-DATA) NOT = SPACES
                   AND WS-PARM-DATA (1:8) IS NUMERIC
               MOVE WS-PARM-DATA (1:8) TO WS-DATA-DIARIO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-DIARIO
           END-IF.
           OPEN OUTPUT RELAT.

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIARIO CONTABIL DO DIA " DELIMITED SIZE
               WS-DATA-DIARIO DELIMITED SIZE
               " - EXPORTACAO PARA DIARIO.DAT" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * O DIA SO PODE SER EXPORTADO DEPOIS QUE O BOLOVDA FECHOU A
      * POSTAGEM DE VENDAS DA DATA NO CONTROLE DE DIA.
       P-VERIFICA-DIA.
           OPEN INPUT DIACTL
           IF WS-STATUS-DIA = "00"
               READ DIACTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-DIA-LIDO
                       MOVE DIA-ULT-DATA-VENDA TO WS-DIA-ULT-VENDA
                       MOVE DIA-VENDA-ABERTA   TO WS-DIA-VENDA-ABERTA
               END-READ
               CLOSE DIACTL
           END-IF
           IF WS-DIA-LIDO = "N"
               MOVE "S" TO WS-RECUSA
               MOVE "RECUSADO: BOLODIA.DAT AUSENTE OU VAZIO."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF WS-DIA-VENDA-ABERTA = "S"
                       OR WS-DIA-ULT-VENDA < WS-DATA-DIARIO
                   MOVE "S" TO WS-RECUSA
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "RECUSADO: POSTAGEM DE VENDAS DO DIA NAO"
                           DELIMITED SIZE
                       " CONCLUIDA - ULTIMA POSTADA " DELIMITED SIZE
                       WS-DIA-ULT-VENDA DELIMITED SIZE
                       " ABERTA=" DELIMITED SIZE
                       WS-DIA-VENDA-ABERTA DELIMITED SIZE
                       INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

      * UM DIA JA EXPORTADO NAO SAI DE NOVO - O CONTADOR LANCARIA
      * TUDO EM DOBRO.
       P-VERIFICA-DIARIO.
           OPEN INPUT DIARIO
           IF WS-STATUS-DIARIO = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM P-LE-DIARIO UNTIL WS-FIM-ARQ = "S"
               CLOSE DIARIO
           END-IF.

       P-LE-DIARIO.
           READ DIARIO
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF DIR-DATA = WS-DATA-DIARIO
                       MOVE "S" TO WS-RECUSA
                       MOVE "S" TO WS-FIM-ARQ
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "RECUSADO: DIA " DELIMITED SIZE
                           WS-DATA-DIARIO DELIMITED SIZE
                           " JA EXPORTADO EM DIARIO.DAT" DELIMITED SIZE
                           INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
           END-READ.

       P-CARREGA-PLANO.
           OPEN INPUT PLANOCTA
           IF WS-STATUS-PLANO = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM P-LE-PLANO UNTIL WS-FIM-ARQ = "S"
               CLOSE PLANOCTA
           END-IF
           IF WS-PCT-TOTAL = ZEROS
               MOVE "S" TO WS-RECUSA
               MOVE "RECUSADO: PLANOCTA.DAT AUSENTE OU VAZIO."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-LE-PLANO.
           READ PLANOCTA
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF PCT-PAPEL NOT = SPACES
                           AND PCT-CONTA NOT = SPACES
                       IF WS-PCT-TOTAL < 500
                           ADD 1 TO WS-PCT-TOTAL
                           MOVE PCT-PAPEL
                               TO WS-PCT-PAPEL (WS-PCT-TOTAL)
                           IF PCT-CATEGORIA NOT NUMERIC
                               MOVE ZEROS TO PCT-CATEGORIA
                           END-IF
                           MOVE PCT-CATEGORIA
                               TO WS-PCT-CATEGORIA (WS-PCT-TOTAL)
                           MOVE PCT-CONTA
                               TO WS-PCT-CONTA (WS-PCT-TOTAL)
                           MOVE PCT-DESCRICAO
                               TO WS-PCT-DESCRICAO (WS-PCT-TOTAL)
                       ELSE
                           MOVE "S" TO WS-RECUSA
                           MOVE "RECUSADO: PLANOCTA.DAT COM MAIS DE 500"
                               TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                       END-IF
                   END-IF
           END-READ.

       P-ABRE-MOVIMENTOS.
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               CLOSE RELAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VENDA
           IF WS-STATUS-VENDA NOT = "00"
               DISPLAY "ERRO AO ABRIR VENDA.DAT. STATUS="
                   WS-STATUS-VENDA
               CLOSE ARQUIVO
               CLOSE RELAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CAIXAFEC
           IF WS-STATUS-CAIXA NOT = "00"
               DISPLAY "ERRO AO ABRIR CAIXAFEC.DAT. STATUS="
                   WS-STATUS-CAIXA
               CLOSE ARQUIVO
               CLOSE VENDA
               CLOSE RELAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODLOG
           IF WS-STATUS-LOG NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLOLOG.DAT. STATUS="
                   WS-STATUS-LOG
               CLOSE ARQUIVO
               CLOSE VENDA
               CLOSE CAIXAFEC
               CLOSE RELAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SEM PEDIDO.DAT O RECEBIDO E VALORIZADO PELO VALOR-CUSTO.
           OPEN INPUT PEDIDOS
           IF WS-STATUS-PEDIDOS = "00"
               MOVE "S" TO WS-PEDIDOS-DISPONIVEL
           END-IF.

       P-FECHA-MOVIMENTOS.
           CLOSE ARQUIVO
           CLOSE VENDA
           CLOSE CAIXAFEC
           CLOSE PRODLOG
           IF WS-PEDIDOS-DISPONIVEL = "S"
               CLOSE PEDIDOS
           END-IF.

      * PRODUTO DO MOVIMENTO: CATEGORIA EM BRANCO OU ZERO FICA ZERO
      * (CONTA PADRAO DO PLANO); SKU EXCLUIDO FICA SEM CUSTO.
       P-LE-PRODUTO.
           READ ARQUIVO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-PRODUTO
                   MOVE ZEROS TO WS-CUSTO-UNITARIO WS-CATEGORIA
               NOT INVALID KEY
                   MOVE VALOR-CUSTO TO WS-CUSTO-UNITARIO
                   IF CATEGORIA NOT NUMERIC
                       MOVE ZEROS TO WS-CATEGORIA
                   ELSE
                       MOVE CATEGORIA TO WS-CATEGORIA
                   END-IF
           END-READ.

      * SO OS MOVIMENTOS DA DATA DO DIARIO ENTRAM. RECEITA E CUSTO
      * SEGUEM O FECHAMENTO (BOLOFEC): VENDA SOMA, DEVOLUCAO ESTORNA.
       P-PROCESSA-VENDA.
           READ VENDA
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF VENDA-DATA-HORA (1:8) NOT = WS-DATA-DIARIO
                       ADD 1 TO WS-TOTAL-FORA-DATA
                   ELSE
                       ADD 1 TO WS-TOTAL-VENDAS
                       EVALUATE VENDA-TIPO-MOVTO
                           WHEN "P"
                               PERFORM P-LANCA-PAGAMENTO
                           WHEN "S"
                               PERFORM P-LANCA-SINAL
                           WHEN OTHER
                               MOVE VENDA-SKU TO SKU
                               PERFORM P-LE-PRODUTO
                               PERFORM P-LANCA-VENDA
                       END-EVALUATE
                   END-IF
           END-READ.

       P-LANCA-VENDA.
           MOVE VENDA-QTD-VENDIDA TO WS-QTD-MOVTO
           MOVE WS-CATEGORIA TO WS-LAN-CATEGORIA
           EVALUATE VENDA-TIPO-MOVTO
               WHEN "V"
               WHEN " "
                   PERFORM P-LANCA-RECEITA
               WHEN "D"
                   COMPUTE WS-QTD-MOVTO = ZEROS - WS-QTD-MOVTO
                   PERFORM P-LANCA-RECEITA
               WHEN "Q"
                   MOVE "QUEBRA"  TO WS-LAN-PAPEL-DEBITO
                   MOVE "ESTOQUE" TO WS-LAN-PAPEL-CREDITO
                   COMPUTE WS-LAN-VALOR =
                       WS-QTD-MOVTO * WS-CUSTO-UNITARIO
                   PERFORM P-LANCA THRU P-LANCA-EXIT
               WHEN "A"
                   IF VENDA-SINAL-AJUSTE = "-"
                       COMPUTE WS-QTD-MOVTO = ZEROS - WS-QTD-MOVTO
                   END-IF
                   MOVE "ESTOQUE" TO WS-LAN-PAPEL-DEBITO
                   MOVE "AJUSTE"  TO WS-LAN-PAPEL-CREDITO
                   COMPUTE WS-LAN-VALOR =
                       WS-QTD-MOVTO * WS-CUSTO-UNITARIO
                   PERFORM P-LANCA THRU P-LANCA-EXIT
           END-EVALUATE.

      * RECEITA CONTRA O TIPO DE PAGAMENTO (SEM CODIGO = DINHEIRO,
      * COMO NO BOLOCXA) E CUSTO DA MERCADORIA CONTRA O ESTOQUE.
       P-LANCA-RECEITA.
           MOVE VENDA-TIPO-PGTO TO WS-TIPO-TRABALHO
           IF WS-TIPO-TRABALHO = SPACES
               MOVE "DIN" TO WS-TIPO-TRABALHO
           END-IF
           PERFORM P-LOCALIZA-TIPO
           MOVE SPACES TO WS-LAN-PAPEL-DEBITO
           STRING "PGTO-" DELIMITED SIZE
               WS-TIPO-TRABALHO DELIMITED SIZE
               INTO WS-LAN-PAPEL-DEBITO
           MOVE "RECEITA" TO WS-LAN-PAPEL-CREDITO
           COMPUTE WS-LAN-VALOR = WS-QTD-MOVTO * VENDA-VALOR-VENDA
           IF WS-PGT-ACHADO > ZEROS
               ADD WS-LAN-VALOR TO WS-PGT-VENDIDO (WS-PGT-ACHADO)
           END-IF
           PERFORM P-LANCA THRU P-LANCA-EXIT
           MOVE "CMV"     TO WS-LAN-PAPEL-DEBITO
           MOVE "ESTOQUE" TO WS-LAN-PAPEL-CREDITO
           COMPUTE WS-LAN-VALOR = WS-QTD-MOVTO * WS-CUSTO-UNITARIO
           PERFORM P-LANCA THRU P-LANCA-EXIT.

      * O PAGAMENTO NA CONTA NAO TEM PRODUTO: O DINHEIRO ENTRA NO
      * TIPO DE PAGAMENTO (E E ESPERADO NA GAVETA) E BAIXA A CONTA A
      * RECEBER DOS CLIENTES. PAGAMENTO COM FIADO E REJEITADO PELA
      * POSTAGEM E NAO E LANCADO.
       P-LANCA-PAGAMENTO.
           MOVE VENDA-TIPO-PGTO TO WS-TIPO-TRABALHO
           IF WS-TIPO-TRABALHO = SPACES
               MOVE "DIN" TO WS-TIPO-TRABALHO
           END-IF
           IF WS-TIPO-TRABALHO NOT = "FIA"
               PERFORM P-LOCALIZA-TIPO
               MOVE SPACES TO WS-LAN-PAPEL-DEBITO
               STRING "PGTO-" DELIMITED SIZE
                   WS-TIPO-TRABALHO DELIMITED SIZE
                   INTO WS-LAN-PAPEL-DEBITO
               MOVE "PGTO-FIA" TO WS-LAN-PAPEL-CREDITO
               MOVE ZEROS TO WS-LAN-CATEGORIA
               COMPUTE WS-LAN-VALOR =
                   VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
               IF WS-PGT-ACHADO > ZEROS
                   ADD WS-LAN-VALOR TO WS-PGT-VENDIDO (WS-PGT-ACHADO)
               END-IF
               PERFORM P-LANCA THRU P-LANCA-EXIT
           END-IF.

      * O SINAL DE ENCOMENDA NAO E RECEITA: E DINHEIRO DO CLIENTE
      * GUARDADO ATE A RETIRADA. O RECEBIDO (+) ENTRA NO TIPO DE
      * PAGAMENTO CONTRA SINAL-ENC; O ABATIDO NA RETIRADA OU
      * DEVOLVIDO NO CANCELAMENTO (-) ESTORNA - A VENDA DA RETIRADA
      * JA LANCOU A RECEITA INTEIRA NO MESMO TIPO DE PAGAMENTO.
       P-LANCA-SINAL.
           MOVE VENDA-TIPO-PGTO TO WS-TIPO-TRABALHO
           IF WS-TIPO-TRABALHO = SPACES
               MOVE "DIN" TO WS-TIPO-TRABALHO
           END-IF
           PERFORM P-LOCALIZA-TIPO
           MOVE SPACES TO WS-LAN-PAPEL-DEBITO
           STRING "PGTO-" DELIMITED SIZE
               WS-TIPO-TRABALHO DELIMITED SIZE
               INTO WS-LAN-PAPEL-DEBITO
           MOVE "SINAL-ENC" TO WS-LAN-PAPEL-CREDITO
           MOVE ZEROS TO WS-LAN-CATEGORIA
           COMPUTE WS-LAN-VALOR =
               VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
           IF VENDA-SINAL-AJUSTE = "-"
               COMPUTE WS-LAN-VALOR = ZEROS - WS-LAN-VALOR
           END-IF
           IF WS-PGT-ACHADO > ZEROS
               ADD WS-LAN-VALOR TO WS-PGT-VENDIDO (WS-PGT-ACHADO)
           END-IF
           PERFORM P-LANCA THRU P-LANCA-EXIT.

       P-PROCESSA-CAIXA.
           READ CAIXAFEC
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF CXF-DATA = WS-DATA-DIARIO
                       ADD 1 TO WS-TOTAL-CAIXA-DIA
                   END-IF
                   IF CXF-DATA = WS-DATA-DIARIO
                           AND CXF-TIPO-PGTO NOT = "FIA"
                       MOVE CXF-TIPO-PGTO TO WS-TIPO-TRABALHO
                       PERFORM P-LOCALIZA-TIPO
                       IF WS-PGT-ACHADO > ZEROS
                           ADD CXF-VALOR
                               TO WS-PGT-CAIXA (WS-PGT-ACHADO)
                       END-IF
                   END-IF
           END-READ.

      * SEM O FECHAMENTO DO CAIXA DA DATA A GAVETA CONTADA SERIA
      * ZERO E TODA A RECEITA DO DIA IRIA PARA O CAIXA-DIF.
       P-VERIFICA-CAIXA.
           IF WS-TOTAL-CAIXA-DIA = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RECUSADO: CAIXAFEC SEM FECHAMENTO DO DIA "
                       DELIMITED SIZE
                   WS-DATA-DIARIO DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM P-FECHA-MOVIMENTOS
               PERFORM P-RECUSA
           END-IF.

       P-LOCALIZA-TIPO.
           MOVE ZEROS TO WS-PGT-ACHADO
           PERFORM P-PROCURA-TIPO
               VARYING WS-PGT-IND FROM 1 BY 1
               UNTIL WS-PGT-IND > WS-PGT-TOTAL
               OR WS-PGT-ACHADO > ZEROS
           IF WS-PGT-ACHADO = ZEROS AND WS-PGT-TOTAL < 10
               ADD 1 TO WS-PGT-TOTAL
               MOVE WS-PGT-TOTAL TO WS-PGT-ACHADO
               MOVE WS-TIPO-TRABALHO TO WS-PGT-CODIGO (WS-PGT-ACHADO)
               MOVE ZEROS TO WS-PGT-CAIXA (WS-PGT-ACHADO)
                             WS-PGT-VENDIDO (WS-PGT-ACHADO)
           END-IF.

       P-PROCURA-TIPO.
           IF WS-PGT-CODIGO (WS-PGT-IND) = WS-TIPO-TRABALHO
               MOVE WS-PGT-IND TO WS-PGT-ACHADO
           END-IF.

      * A SOBRA OU FALTA DA GAVETA LEVA CADA CONTA DE PAGAMENTO AO
      * VALOR CONTADO - A DIFERENCA FICA NA CONTA CAIXA-DIF. O FIADO
      * NAO E DINHEIRO DA GAVETA E FICA COMO FOI VENDIDO.
       P-LANCA-DIFERENCA-CAIXA.
           IF WS-PGT-CODIGO (WS-PGT-IND) NOT = "FIA"
               COMPUTE WS-LAN-VALOR = WS-PGT-CAIXA (WS-PGT-IND)
                   - WS-PGT-VENDIDO (WS-PGT-IND)
               MOVE SPACES TO WS-LAN-PAPEL-DEBITO
               STRING "PGTO-" DELIMITED SIZE
                   WS-PGT-CODIGO (WS-PGT-IND) DELIMITED SIZE
                   INTO WS-LAN-PAPEL-DEBITO
               MOVE "CAIXA-DIF" TO WS-LAN-PAPEL-CREDITO
               MOVE ZEROS TO WS-LAN-CATEGORIA
               PERFORM P-LANCA THRU P-LANCA-EXIT
           END-IF.

      * DA TRILHA SO ENTRAM AS LINHAS DA DATA DO DIARIO QUE NAO
      * PASSAM PELO VENDA.DAT: DESCARTE, CONTAGEM E RECEBIDO.
       P-PROCESSA-LOG.
           READ PRODLOG
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF LOG-DATA-HORA (1:8) = WS-DATA-DIARIO
                       EVALUATE LOG-OPERACAO
                           WHEN "DESCARTE"
                           WHEN "CONTAGEM"
                           WHEN "RECEBIDO"
                               ADD 1 TO WS-TOTAL-LOGS
                               PERFORM P-LANCA-LOG
                       END-EVALUATE
                   END-IF
           END-READ.

       P-LANCA-LOG.
           MOVE LOG-SKU TO SKU
           PERFORM P-LE-PRODUTO
           MOVE WS-CATEGORIA TO WS-LAN-CATEGORIA
           COMPUTE WS-QTD-ANTIGA = FUNCTION NUMVAL(LOG-VALOR-ANTIGO)
           COMPUTE WS-QTD-NOVA = FUNCTION NUMVAL(LOG-VALOR-NOVO)
           EVALUATE LOG-OPERACAO
               WHEN "DESCARTE"
                   IF LOG-CAMPO = "QTD-ESTOQUE"
                       MOVE "DESCARTE" TO WS-LAN-PAPEL-DEBITO
                       MOVE "ESTOQUE"  TO WS-LAN-PAPEL-CREDITO
                       COMPUTE WS-LAN-VALOR =
                           (WS-QTD-ANTIGA - WS-QTD-NOVA)
                           * WS-CUSTO-UNITARIO
                       PERFORM P-LANCA THRU P-LANCA-EXIT
                   END-IF
               WHEN "CONTAGEM"
                   IF LOG-CAMPO = "QTD-ESTOQUE"
                       MOVE "ESTOQUE"  TO WS-LAN-PAPEL-DEBITO
                       MOVE "CONTAGEM" TO WS-LAN-PAPEL-CREDITO
                       COMPUTE WS-LAN-VALOR =
                           (WS-QTD-NOVA - WS-QTD-ANTIGA)
                           * WS-CUSTO-UNITARIO
                       PERFORM P-LANCA THRU P-LANCA-EXIT
                   END-IF
               WHEN "RECEBIDO"
                   PERFORM P-CUSTO-PEDIDO
                   MOVE "ESTOQUE"  TO WS-LAN-PAPEL-DEBITO
                   MOVE "RECEBIDO" TO WS-LAN-PAPEL-CREDITO
                   COMPUTE WS-LAN-VALOR =
                       (WS-QTD-NOVA - WS-QTD-ANTIGA)
                       * WS-CUSTO-UNITARIO
                   PERFORM P-LANCA THRU P-LANCA-EXIT
           END-EVALUATE.

      * O RECEBIDO VALE O PRECO DO PEDIDO ("PEDIDO AAAAMMDD" NO
      * LOG-CAMPO); SEM O PEDIDO, FICA O VALOR-CUSTO DO PRODUTO.
       P-CUSTO-PEDIDO.
           IF WS-PEDIDOS-DISPONIVEL = "S"
                   AND LOG-CAMPO (8:8) IS NUMERIC
               MOVE LOG-SKU TO PED-SKU
               MOVE LOG-CAMPO (8:8) TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PED-CUSTO TO WS-CUSTO-UNITARIO
               END-READ
           END-IF.

      * GRAVA AS DUAS PERNAS DE UM LANCAMENTO. A CONTA DE CADA PERNA
      * E A DO PAPEL NA CATEGORIA; SEM ELA, A DO PAPEL NA CATEGORIA
      * ZERO. PAPEL SEM CONTA E APONTADO E A PERNA NAO ENTRA - O DIA
      * FICA DESBALANCEADO E A EXPORTACAO E RECUSADA.
       P-LANCA.
           IF WS-LAN-VALOR = ZEROS
               GO TO P-LANCA-EXIT
           END-IF
           IF WS-LAN-VALOR < ZEROS
               COMPUTE WS-LAN-VALOR = ZEROS - WS-LAN-VALOR
               MOVE WS-LAN-PAPEL-DEBITO  TO WS-LAN-PAPEL-TROCA
               MOVE WS-LAN-PAPEL-CREDITO TO WS-LAN-PAPEL-DEBITO
               MOVE WS-LAN-PAPEL-TROCA   TO WS-LAN-PAPEL-CREDITO
           END-IF
           MOVE "D" TO WS-LAN-LADO
           MOVE WS-LAN-PAPEL-DEBITO TO WS-LAN-PAPEL
           PERFORM P-LANCA-PERNA
           MOVE "C" TO WS-LAN-LADO
           MOVE WS-LAN-PAPEL-CREDITO TO WS-LAN-PAPEL
           PERFORM P-LANCA-PERNA.
       P-LANCA-EXIT.
           EXIT.

       P-LANCA-PERNA.
           MOVE WS-LAN-PAPEL TO WS-PAPEL-TRABALHO
           PERFORM P-LOCALIZA-CONTA
           IF WS-CONTA-ACHADA = ZEROS
               PERFORM P-REGISTRA-FALTA
           ELSE
               PERFORM P-LOCALIZA-LANCAMENTO
               IF WS-LAN-ACHADO > ZEROS
                   IF WS-LAN-LADO = "D"
                       ADD WS-LAN-VALOR TO WS-LAN-DEBITO (WS-LAN-ACHADO)
                       ADD WS-LAN-VALOR TO WS-TOTAL-DEBITO
                   ELSE
                       ADD WS-LAN-VALOR
                           TO WS-LAN-CREDITO (WS-LAN-ACHADO)
                       ADD WS-LAN-VALOR TO WS-TOTAL-CREDITO
                   END-IF
               END-IF
           END-IF.

       P-LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CONTA-ACHADA
           PERFORM P-PROCURA-CONTA-CATEGORIA
               VARYING WS-PCT-IND FROM 1 BY 1
               UNTIL WS-PCT-IND > WS-PCT-TOTAL
               OR WS-CONTA-ACHADA > ZEROS
           IF WS-CONTA-ACHADA = ZEROS
               PERFORM P-PROCURA-CONTA-PADRAO
                   VARYING WS-PCT-IND FROM 1 BY 1
                   UNTIL WS-PCT-IND > WS-PCT-TOTAL
                   OR WS-CONTA-ACHADA > ZEROS
           END-IF.

       P-PROCURA-CONTA-CATEGORIA.
           IF WS-PCT-PAPEL (WS-PCT-IND) = WS-PAPEL-TRABALHO
                   AND WS-PCT-CATEGORIA (WS-PCT-IND) = WS-LAN-CATEGORIA
               MOVE WS-PCT-IND TO WS-CONTA-ACHADA
           END-IF.

       P-PROCURA-CONTA-PADRAO.
           IF WS-PCT-PAPEL (WS-PCT-IND) = WS-PAPEL-TRABALHO
                   AND WS-PCT-CATEGORIA (WS-PCT-IND) = ZEROS
               MOVE WS-PCT-IND TO WS-CONTA-ACHADA
           END-IF.

      * UMA LINHA DO DIARIO POR CONTA E CATEGORIA. TABELA CHEIA E
      * RECUSA - O QUE NAO COUBESSE SUMIRIA DO BALANCO.
       P-LOCALIZA-LANCAMENTO.
           MOVE ZEROS TO WS-LAN-ACHADO
           PERFORM P-PROCURA-LANCAMENTO
               VARYING WS-LAN-IND FROM 1 BY 1
               UNTIL WS-LAN-IND > WS-LAN-TOTAL
               OR WS-LAN-ACHADO > ZEROS
           IF WS-LAN-ACHADO = ZEROS
               IF WS-LAN-TOTAL < 999
                   ADD 1 TO WS-LAN-TOTAL
                   MOVE WS-LAN-TOTAL TO WS-LAN-ACHADO
                   MOVE WS-PCT-CONTA (WS-CONTA-ACHADA)
                       TO WS-LAN-CONTA (WS-LAN-ACHADO)
                   MOVE WS-LAN-CATEGORIA TO WS-LAN-CAT (WS-LAN-ACHADO)
                   MOVE WS-PCT-DESCRICAO (WS-CONTA-ACHADA)
                       TO WS-LAN-HISTORICO (WS-LAN-ACHADO)
                   MOVE ZEROS TO WS-LAN-DEBITO (WS-LAN-ACHADO)
                                 WS-LAN-CREDITO (WS-LAN-ACHADO)
               ELSE
                   MOVE "S" TO WS-RECUSA
                   MOVE "RECUSADO: MAIS DE 999 CONTAS/CATEGORIAS NO DIA"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

       P-PROCURA-LANCAMENTO.
           IF WS-LAN-CONTA (WS-LAN-IND) = WS-PCT-CONTA (WS-CONTA-ACHADA)
                   AND WS-LAN-CAT (WS-LAN-IND) = WS-LAN-CATEGORIA
               MOVE WS-LAN-IND TO WS-LAN-ACHADO
           END-IF.

       P-REGISTRA-FALTA.
           MOVE "S" TO WS-RECUSA
           MOVE ZEROS TO WS-FAL-ACHADO
           PERFORM P-PROCURA-FALTA
               VARYING WS-FAL-IND FROM 1 BY 1
               UNTIL WS-FAL-IND > WS-FAL-TOTAL
               OR WS-FAL-ACHADO > ZEROS
           IF WS-FAL-ACHADO = ZEROS AND WS-FAL-TOTAL < 100
               ADD 1 TO WS-FAL-TOTAL
               MOVE WS-PAPEL-TRABALHO TO WS-FAL-PAPEL (WS-FAL-TOTAL)
               MOVE WS-LAN-CATEGORIA  TO WS-FAL-CAT (WS-FAL-TOTAL)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RECUSADO: PAPEL " DELIMITED SIZE
                   WS-PAPEL-TRABALHO DELIMITED SIZE
                   " CATEGORIA " DELIMITED SIZE
                   WS-LAN-CATEGORIA DELIMITED SIZE
                   " SEM CONTA NO PLANOCTA.DAT" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-PROCURA-FALTA.
           IF WS-FAL-PAPEL (WS-FAL-IND) = WS-PAPEL-TRABALHO
                   AND WS-FAL-CAT (WS-FAL-IND) = WS-LAN-CATEGORIA
               MOVE WS-FAL-IND TO WS-FAL-ACHADO
           END-IF.

       P-CONFERE-BALANCO.
           IF WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
               MOVE "S" TO WS-RECUSA
               COMPUTE WS-DIFERENCA = WS-TOTAL-DEBITO - WS-TOTAL-CREDITO
               MOVE WS-DIFERENCA TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RECUSADO: DEBITOS E CREDITOS NAO BATEM -"
                       DELIMITED SIZE
                   " DIFERENCA " DELIMITED SIZE
                   WS-VALOR-EDITADO DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-EXPORTA.
           OPEN EXTEND DIARIO
           IF WS-STATUS-DIARIO NOT = "00"
               OPEN OUTPUT DIARIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTA        CAT HISTORICO                     "
                   DELIMITED SIZE
               "       DEBITO      CREDITO" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-GRAVA-LANCAMENTO
               VARYING WS-LAN-IND FROM 1 BY 1
               UNTIL WS-LAN-IND > WS-LAN-TOTAL
           CLOSE DIARIO.

      * CADA CONTA/CATEGORIA SAI COM O LIQUIDO DO DIA NO SEU LADO.
       P-GRAVA-LANCAMENTO.
           COMPUTE WS-SALDO-LINHA = WS-LAN-DEBITO (WS-LAN-IND)
               - WS-LAN-CREDITO (WS-LAN-IND)
           IF WS-SALDO-LINHA NOT = ZEROS
               MOVE WS-DATA-DIARIO TO DIR-DATA
               MOVE WS-LAN-CONTA (WS-LAN-IND) TO DIR-CONTA
               MOVE WS-LAN-CAT (WS-LAN-IND) TO DIR-CATEGORIA
               MOVE WS-LAN-HISTORICO (WS-LAN-IND) TO DIR-HISTORICO
               IF WS-SALDO-LINHA > ZEROS
                   MOVE WS-SALDO-LINHA TO DIR-DEBITO
                   MOVE ZEROS TO DIR-CREDITO
               ELSE
                   MOVE ZEROS TO DIR-DEBITO
                   COMPUTE DIR-CREDITO = ZEROS - WS-SALDO-LINHA
               END-IF
               WRITE REGISTRO-DIARIO
               ADD 1 TO WS-TOTAL-GRAVADOS
               MOVE DIR-CONTA      TO WS-L-CONTA
               MOVE DIR-CATEGORIA  TO WS-L-CATEGORIA
               MOVE DIR-HISTORICO  TO WS-L-HISTORICO
               MOVE DIR-DEBITO     TO WS-L-DEBITO
               MOVE DIR-CREDITO    TO WS-L-CREDITO
               MOVE SPACES TO LINHA-RELATORIO
               MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-DEBITO TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DEBITOS=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-CREDITO TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL CREDITOS=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-RODAPE-CONTAGENS.

       P-RODAPE-CONTAGENS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MOVIMENTOS=" DELIMITED SIZE
               WS-TOTAL-VENDAS DELIMITED SIZE
               " FORA DA DATA=" DELIMITED SIZE
               WS-TOTAL-FORA-DATA DELIMITED SIZE
               " LINHAS DA TRILHA=" DELIMITED SIZE
               WS-TOTAL-LOGS DELIMITED SIZE
               " SKU INEXISTENTE=" DELIMITED SIZE
               WS-TOTAL-SEM-PRODUTO DELIMITED SIZE
               " GRAVADOS=" DELIMITED SIZE
               WS-TOTAL-GRAVADOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * NADA E GRAVADO NO DIARIO.DAT QUANDO O DIA E RECUSADO.
       P-RECUSA.
           PERFORM P-RODAPE-CONTAGENS
           CLOSE RELAT
           DISPLAY "EXPORTACAO DO DIARIO DE " WS-DATA-DIARIO
               " RECUSADA - VEJA BOLOCTB.RPT."
           MOVE 8 TO RETURN-CODE
           STOP RUN.
