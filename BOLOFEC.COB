      * SHOW UP THE SAME NIGHT. A SALE CHARGED AT A PROMOTIONAL PRICE
      * VALID ON THE SALE DATE PER THE PRECOEVT.DAT CALENDAR IS
      * FLAGGED PRECO PROMOCIONAL INSTEAD - THE DIVERGENTE FLAG GOES
      * BACK TO MEANING AN ACTUAL REGISTER ERROR. A SALE AT THE PRICE
      * OF A NEAR-EXPIRY MARKDOWN (EVT-ORIGEM R, WRITTEN BY BOLOMKD)
      * IS FLAGGED PRECO REMARCADO AND THE FOOTER SHOWS HOW MANY
      * MARKED-DOWN UNITS ACTUALLY SOLD. ONLY THE CALENDAR EVENTS
      * STILL IN EFFECT ON THE EARLIEST SALE DATE OF THE FILE ARE
      * LOADED, SO THE EXPIRED ONE-DAY MARKDOWNS DO NOT FILL THE TABLE.
      * MOVEMENT TYPES: VENDAS (V OR SPACE) ADD TO THE DAY'S REVENUE,
      * DEVOLUCOES (D) REVERSE IT. QUEBRAS (Q) AND AJUSTES (A) ARE NOT
      * REVENUE MOVEMENTS - THEY ARE COUNTED BUT KEPT OUT OF THE MONEY
      * TOTALS. A SALE ON ACCOUNT (TENDER FIA) IS REVENUE LIKE ANY
      * OTHER AND IS ALSO SUBTOTALED AS FIADO; A PAYMENT ON ACCOUNT
      * (P, NO SKU) IS NOT REVENUE - IT IS ONLY COUNTED IN THE FOOTER.
      * NEITHER IS A PRE-ORDER DEPOSIT (S): THE PICKUP SALE CARRIES
      * THE FULL AGREED PRICE, AND THE DEPOSITS RECEIVED AND APPLIED
      * OR REFUNDED ARE ONLY TOTALED IN THE FOOTER.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOFEC.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRECOEVT.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           01 REGISTRO-EVENTO.
              COPY BOLOPEV.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-VENDA      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-PRECOEVT   PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-VENDA         PIC   X(01) VALUE "N".
           77 WS-FIM-EVENTOS       PIC   X(01) VALUE "N".

           77 WS-TOTAL-LIDOS       PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-SKU     PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-NA-RECEITA  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-DIVERGENTES PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-RECEITA PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-PROMOCIONAIS PIC  9(05) VALUE ZEROS.
           77 WS-TOTAL-REMARCADAS  PIC   9(05) VALUE ZEROS.
           77 WS-UNIDADES-REMARCADAS PIC S9(06) VALUE ZEROS.

      * CAMPOS DE APOIO PARA A CONFERENCIA DE PRECO PROMOCIONAL
           77 WS-EVT-IND           PIC   9(03) COMP VALUE ZEROS.
           77 WS-PROMO-OK          PIC   X(01) VALUE "N".
           77 WS-PROMO-ORIGEM      PIC   X(01) VALUE SPACE.
           77 WS-DATA-VENDA        PIC   9(08) VALUE ZEROS.
           77 WS-PRIMEIRA-DATA     PIC   9(08) VALUE 99999999.

           77 WS-IND               PIC   9(04) COMP VALUE ZEROS.
           77 WS-TAB-ACHADO        PIC   9(04) COMP VALUE ZEROS.
           77 WS-DIA-QTD           PIC  S9(06) VALUE ZEROS.
           77 WS-DIA-RECEITA       PIC  S9(08)V99 VALUE ZEROS.
           77 WS-DIA-CUSTO         PIC  S9(08)V99 VALUE ZEROS.
           77 WS-DIA-FIADO         PIC  S9(08)V99 VALUE ZEROS.
           77 WS-DIA-RECEBIDO      PIC  S9(08)V99 VALUE ZEROS.
           77 WS-TOTAL-PAGAMENTOS  PIC   9(05) VALUE ZEROS.
           77 WS-DIA-SINAL-RECEBIDO PIC S9(08)V99 VALUE ZEROS.
           77 WS-DIA-SINAL-BAIXADO PIC  S9(08)V99 VALUE ZEROS.

           77 WS-QTD-EDITADO       PIC  -ZZZZZ9.
           77 WS-RECEITA-EDITADO   PIC  -ZZZZZZZ9,99.
           77 WS-CUSTO-EDITADO     PIC  -ZZZZZZZ9,99.
           77 WS-LUCRO-EDITADO     PIC  -ZZZZZZZ9,99.
           77 WS-FIADO-EDITADO     PIC  -ZZZZZZZ9,99.
           77 WS-RECEBIDO-EDITADO  PIC  -ZZZZZZZ9,99.

      * ACUMULADORES POR SKU - A ENTRADA GUARDA O PROPRIO SKU E E
      * LOCALIZADA POR VARREDURA, ENTAO A CAPACIDADE ACOMPANHA O
                   10 WS-EVT-PRECO     PIC 9(04)V99.
                   10 WS-EVT-INICIO    PIC 9(08).
                   10 WS-EVT-FIM       PIC 9(08).
                   10 WS-EVT-ORIGEM    PIC X(01).

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-VENDA UNTIL WS-FIM-VENDA = "S"
           PERFORM P-RESUMO-DIA
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               DISPLAY "ERRO AO ABRIR VENDA.DAT. STATUS="
                   WS-STATUS-VENDA
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT
           PERFORM P-APURA-PRIMEIRA-DATA
           PERFORM P-CARREGA-EVENTOS.

      * UMA PASSADA PREVIA PELO VENDA.DAT ACHA A DATA DA VENDA MAIS
      * ANTIGA DO ARQUIVO - EVENTO QUE TERMINOU ANTES DELA NAO COBRE
      * NENHUMA VENDA E NAO PRECISA IR PARA A TABELA.
       P-APURA-PRIMEIRA-DATA.
           PERFORM P-LE-DATA-VENDA UNTIL WS-FIM-VENDA = "S"
           MOVE "N" TO WS-FIM-VENDA
           CLOSE VENDA
           OPEN INPUT VENDA
           IF WS-STATUS-VENDA NOT = "00"
               DISPLAY "ERRO AO REABRIR VENDA.DAT. STATUS="
                   WS-STATUS-VENDA
               CLOSE ARQUIVO
               CLOSE RELAT
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

       P-LE-DATA-VENDA.
           READ VENDA
               AT END
                   MOVE "S" TO WS-FIM-VENDA
               NOT AT END
                   IF VENDA-DATA-HORA (1:8) IS NUMERIC
                       MOVE VENDA-DATA-HORA (1:8) TO WS-DATA-VENDA
                       IF WS-DATA-VENDA < WS-PRIMEIRA-DATA
                           MOVE WS-DATA-VENDA TO WS-PRIMEIRA-DATA
                       END-IF
                   END-IF
           END-READ.

      * UM CALENDARIO INEXISTENTE SO SIGNIFICA QUE NAO HA PROMOCAO
      * MARCADA - TODA DIFERENCA DE PRECO VOLTA A SER DIVERGENCIA.
       P-CARREGA-EVENTOS.
               CLOSE PRECOEVT
           END-IF.

      * SO ENTRA NA TABELA O EVENTO AINDA VIGENTE NA PRIMEIRA DATA
      * DE VENDA DO ARQUIVO. UM EVENTO ALEM DA CAPACIDADE DO
      * CALENDARIO NAO PODE SUMIR CALADO - A VENDA NO PRECO DELE
      * VOLTARIA COMO DIVERGENTE SEM NADA DIZER POR QUE.
       P-LE-EVENTO.
           READ PRECOEVT
               AT END
                   MOVE "S" TO WS-FIM-EVENTOS
               NOT AT END
                   IF EVT-SKU IS NUMERIC AND EVT-SKU > ZEROS
                           AND EVT-DATA-FIM IS NUMERIC
                           AND EVT-DATA-FIM NOT < WS-PRIMEIRA-DATA
                       IF WS-EVT-TOTAL < 500
                           ADD 1 TO WS-EVT-TOTAL
                           MOVE EVT-SKU TO WS-EVT-SKU (WS-EVT-TOTAL)
                               TO WS-EVT-INICIO (WS-EVT-TOTAL)
                           MOVE EVT-DATA-FIM
                               TO WS-EVT-FIM (WS-EVT-TOTAL)
                           MOVE EVT-ORIGEM
                               TO WS-EVT-ORIGEM (WS-EVT-TOTAL)
                       ELSE
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING "CALENDARIO DE PRECOS CHEIO -"
                   PERFORM P-AVALIA-VENDA
           END-READ.

      * O PAGAMENTO NA CONTA NAO TEM SKU E NAO E RECEITA - A VENDA
      * JA ENTROU NO DIA EM QUE FOI FEITA FIADO.
       P-AVALIA-VENDA.
      * O SINAL DE ENCOMENDA TAMBEM NAO E RECEITA - A RETIRADA
      * ENTRA NO VENDA.DAT PELO PRECO INTEIRO COMBINADO.
           EVALUATE VENDA-TIPO-MOVTO
               WHEN "P"
                   ADD 1 TO WS-TOTAL-PAGAMENTOS
                   COMPUTE WS-DIA-RECEBIDO = WS-DIA-RECEBIDO
                       + VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
               WHEN "S"
                   IF VENDA-SINAL-AJUSTE = "-"
                       COMPUTE WS-DIA-SINAL-BAIXADO =
                           WS-DIA-SINAL-BAIXADO
                           + VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
                   ELSE
                       COMPUTE WS-DIA-SINAL-RECEBIDO =
                           WS-DIA-SINAL-RECEBIDO
                           + VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
                   END-IF
               WHEN OTHER
                   PERFORM P-AVALIA-PRODUTO
           END-EVALUATE.

       P-AVALIA-PRODUTO.
           IF VENDA-SKU = ZEROS
               ADD 1 TO WS-TOTAL-SEM-SKU
               PERFORM P-REGISTRA-SEM-SKU
           END-EVALUATE.

       P-ACUMULA-RECEITA.
           ADD 1 TO WS-TOTAL-NA-RECEITA
           COMPUTE WS-RECEITA-VENDA =
               VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
           COMPUTE WS-CUSTO-VENDA =
               VENDA-QTD-VENDIDA * VALOR-CUSTO
           IF VENDA-TIPO-PGTO = "FIA"
               IF VENDA-TIPO-MOVTO = "D"
                   SUBTRACT WS-RECEITA-VENDA FROM WS-DIA-FIADO
               ELSE
                   ADD WS-RECEITA-VENDA TO WS-DIA-FIADO
               END-IF
           END-IF

           PERFORM P-LOCALIZA-SKU
           IF WS-TAB-ACHADO > ZEROS
           IF VENDA-VALOR-VENDA NOT = VALOR-VENDA
               PERFORM P-VERIFICA-PROMOCAO
               IF WS-PROMO-OK = "S"
                   IF WS-PROMO-ORIGEM = "R"
                       PERFORM P-CONTA-REMARCADA
                   ELSE
                       ADD 1 TO WS-TOTAL-PROMOCIONAIS
                       MOVE "PRECO PROMOCIONAL" TO WS-L-FLAG
                   END-IF
               ELSE
                   ADD 1 TO WS-TOTAL-DIVERGENTES
                   IF WS-TAB-ACHADO > ZEROS
      * A DIFERENCA COM O CADASTRO E LEGITIMA, NAO E ERRO DE CAIXA.
       P-VERIFICA-PROMOCAO.
           MOVE "N" TO WS-PROMO-OK
           MOVE SPACE TO WS-PROMO-ORIGEM
           MOVE VENDA-DATA-HORA (1:8) TO WS-DATA-VENDA
           PERFORM P-PROCURA-PROMOCAO
               VARYING WS-EVT-IND FROM 1 BY 1
                   AND WS-DATA-VENDA
                       NOT > WS-EVT-FIM (WS-EVT-IND)
               MOVE "S" TO WS-PROMO-OK
               MOVE WS-EVT-ORIGEM (WS-EVT-IND) TO WS-PROMO-ORIGEM
           END-IF.

      * A UNIDADE VENDIDA NA REMARCACAO E UMA UNIDADE QUE NAO FOI
      * PARA O DESCARTE - A DEVOLUCAO DELA VOLTA A CONTAR CONTRA.
       P-CONTA-REMARCADA.
           ADD 1 TO WS-TOTAL-REMARCADAS
           MOVE "PRECO REMARCADO" TO WS-L-FLAG
           IF VENDA-TIPO-MOVTO = "D"
               SUBTRACT VENDA-QTD-VENDIDA FROM WS-UNIDADES-REMARCADAS
           ELSE
               ADD VENDA-QTD-VENDIDA TO WS-UNIDADES-REMARCADAS
           END-IF.

       P-IMPRIME-DETALHE.
               WS-TOTAL-SEM-RECEITA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-UNIDADES-REMARCADAS TO WS-QTD-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VENDAS REMARCADAS=" DELIMITED SIZE
               WS-TOTAL-REMARCADAS DELIMITED SIZE
               " UNIDADES REMARCADAS VENDIDAS=" DELIMITED SIZE
               WS-QTD-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIA-RECEITA TO WS-RECEITA-EDITADO
           MOVE WS-DIA-CUSTO   TO WS-CUSTO-EDITADO
           MOVE WS-LUCRO       TO WS-LUCRO-EDITADO
               " LUCRO=" DELIMITED SIZE
               WS-LUCRO-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIA-FIADO    TO WS-FIADO-EDITADO
           MOVE WS-DIA-RECEBIDO TO WS-RECEBIDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECEITA FIADO=" DELIMITED SIZE
               WS-FIADO-EDITADO DELIMITED SIZE
               " PAGAMENTOS NA CONTA=" DELIMITED SIZE
               WS-TOTAL-PAGAMENTOS DELIMITED SIZE
               " RECEBIDO=" DELIMITED SIZE
               WS-RECEBIDO-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIA-SINAL-RECEBIDO TO WS-FIADO-EDITADO
           MOVE WS-DIA-SINAL-BAIXADO  TO WS-RECEBIDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SINAIS DE ENCOMENDA RECEBIDOS=" DELIMITED SIZE
               WS-FIADO-EDITADO DELIMITED SIZE
               " ABATIDOS/DEVOLVIDOS=" DELIMITED SIZE
               WS-RECEBIDO-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE ARQUIVO
           CLOSE VENDA
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ. O DIA DO
      * MOVIMENTO E O DA VENDA MAIS ANTIGA DO VENDA.DAT - SEM VENDA
      * NENHUMA, A DATA DA RODADA.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOFEC"              TO ROD-PROGRAMA
           IF WS-PRIMEIRA-DATA NOT = 99999999
               MOVE WS-PRIMEIRA-DATA  TO ROD-DATA-MOVTO
           ELSE
               MOVE ROD-FIM (1:8)    TO ROD-DATA-MOVTO
           END-IF
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           MOVE WS-TOTAL-NA-RECEITA    TO ROD-POSTADOS
           MOVE WS-TOTAL-DIVERGENTES   TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
