      * PRECOEVT.DAT CALENDAR CARRIES A PROMOTION COVERING TOMORROW
      * FOR THE SKU - THEN THE PROMOTIONAL PRICE GOES OUT AND COMES
      * BACK BY ITSELF WHEN THE EVENT EXPIRES, WITH NOBODY RETYPING
      * VALOR-VENDA ON FRIDAY NIGHT. ONLY THE EVENTS COVERING THE
      * COMING DAY ARE LOADED FROM THE CALENDAR, SO EXPIRED ONES (THE
      * NIGHTLY ONE-DAY MARKDOWNS ABOVE ALL) NEVER FILL THE TABLE.
      * WHEN THE WORD DELTA IS INFORMED ON THE COMMAND LINE ONLY THE
      * SKUS WHOSE EXPORTED PRICE CHANGED (OR ARE NEW) SINCE THE
      * PREVIOUS EXTRACT ARE EMITTED, SO THE REGISTER IMPORT STAYS
      * SMALL - A PROMOTION STARTING OR ENDING COUNTS AS A CHANGE.
      * THE SNAPSHOT OF THE PREVIOUS EXTRACT IS KEPT ON PRECOANT.DAT
      * AND REWRITTEN IN FULL AT THE END OF EVERY RUN.
      * A SKU WHOSE WHOLE STOCK IS IN RECALL QUARANTINE ON BOLOLOT.DAT
      * (LOTE-SITUACAO Q) IS NOT EXPORTED - THE REGISTER HAS NOTHING
      * IT MAY SELL. ITS SNAPSHOT PRICE IS KEPT AT ZERO SO THE DELTA
      * EMITS IT AGAIN AS SOON AS THE LOTS ARE RELEASED.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOPOS.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRECOEVT.

           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS LOTE-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           01 REGISTRO-EVENTO.
              COPY BOLOPEV.

       FD LOTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOLOT.DAT".

           01 REGISTRO-LOTE.
              COPY BOLOLOT.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-PRECOPOS   PIC   X(02).
           77 WS-STATUS-PRECOANT   PIC   X(02).
           77 WS-STATUS-PRECOEVT   PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-LOTES-DISPONIVEL  PIC   X(01) VALUE "N".
           77 WS-FIM-LOTES-SKU     PIC   X(01) VALUE "N".
           77 WS-QTD-QUARENTENA    PIC   9(05) VALUE ZEROS.
           77 WS-SKU-BLOQUEADO     PIC   X(01) VALUE "N".
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-FIM-ANTERIOR      PIC   X(01) VALUE "N".
           77 WS-FIM-EVENTOS       PIC   X(01) VALUE "N".
           77 WS-TOTAL-LIDOS       PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-EXPORTADOS  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-PROMOCOES   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-QUARENTENA  PIC   9(05) VALUE ZEROS.

      * O PRECO EXPORTADO VALE PARA O DIA SEGUINTE AO DA GERACAO
           77 WS-DIAS-HOJE         PIC  S9(08) VALUE ZEROS.
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-EXPORTA-PRECO UNTIL WS-FIM-ARQUIVO = "S"
           PERFORM P-ENCERRAMENTO
           DISPLAY "PRODUTOS LIDOS....: " WS-TOTAL-LIDOS
           DISPLAY "PRECOS EXPORTADOS.: " WS-TOTAL-EXPORTADOS
           DISPLAY "PRECOS EM PROMOCAO: " WS-TOTAL-PROMOCOES
           DISPLAY "SKUS EM QUARENTENA: " WS-TOTAL-QUARENTENA
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
           END-IF
           PERFORM P-CARREGA-EVENTOS.

      * SEM BOLOLOT.DAT NAO HA LOTE EM QUARENTENA - TUDO E EXPORTADO.
           OPEN INPUT LOTES
           IF WS-STATUS-LOTES = "00"
               MOVE "S" TO WS-LOTES-DISPONIVEL
           END-IF.

           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               DISPLAY "ERRO AO CRIAR PRECOPOS.DAT. STATUS="
                   WS-STATUS-PRECOPOS
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   WS-STATUS-PRECOANT
               CLOSE ARQUIVO
               CLOSE PRECOPOS
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE PRECOEVT
           END-IF.

      * SO ENTRA NA TABELA O EVENTO QUE COBRE O DIA DA VIGENCIA - O
      * JA VENCIDO OU O QUE AINDA NAO COMECOU NAO MUDA O PRECO. UM
      * EVENTO ALEM DA CAPACIDADE DO CALENDARIO NAO PODE SUMIR
      * CALADO - O EXTRATO SAIRIA COM O PRECO CHEIO E O CAIXA
      * COBRARIA ERRADO A PROMOCAO SEM NADA DIZER POR QUE.
       P-LE-EVENTO.
                   MOVE "S" TO WS-FIM-EVENTOS
               NOT AT END
                   IF EVT-SKU IS NUMERIC AND EVT-SKU > ZEROS
                           AND EVT-DATA-INICIO IS NUMERIC
                           AND EVT-DATA-FIM IS NUMERIC
                           AND EVT-DATA-INICIO NOT > WS-DATA-VIGENCIA
                           AND EVT-DATA-FIM NOT < WS-DATA-VIGENCIA
                       IF WS-EVT-TOTAL < 500
                           ADD 1 TO WS-EVT-TOTAL
                           MOVE EVT-SKU TO WS-EVT-SKU (WS-EVT-TOTAL)
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM P-DEFINE-PRECO-VIGENTE
                   PERFORM P-VERIFICA-QUARENTENA
                   IF WS-SKU-BLOQUEADO = "S"
                       ADD 1 TO WS-TOTAL-QUARENTENA
                       MOVE ZEROS TO WS-PRECO-VIGENTE
                   END-IF
                   PERFORM P-GRAVA-FOTO
                   IF WS-SKU-BLOQUEADO = "N"
                       PERFORM P-AVALIA-EXPORTACAO
                   END-IF
           END-READ.

      * SO SAI DO EXTRATO O SKU COM ESTOQUE INTEIRO EM QUARENTENA -
      * COM ALGUMA UNIDADE LIVRE ELE CONTINUA A VENDA, E O BOLOVDA
      * RECUSA O QUE PASSAR DA PARTE LIVRE.
       P-VERIFICA-QUARENTENA.
           MOVE "N" TO WS-SKU-BLOQUEADO
           MOVE ZEROS TO WS-QTD-QUARENTENA
           IF WS-LOTES-DISPONIVEL = "S" AND QTD-ESTOQUE > ZEROS
               MOVE "N" TO WS-FIM-LOTES-SKU
               MOVE SKU TO LOTE-SKU
               MOVE ZEROS TO LOTE-NUMERO
               START LOTES KEY IS NOT LESS LOTE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LOTES-SKU
               END-START
               PERFORM P-SOMA-LOTE-QUARENTENA
                   UNTIL WS-FIM-LOTES-SKU = "S"
               IF WS-QTD-QUARENTENA NOT < QTD-ESTOQUE
                   MOVE "S" TO WS-SKU-BLOQUEADO
               END-IF
           END-IF.

       P-SOMA-LOTE-QUARENTENA.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES-SKU
               NOT AT END
                   IF LOTE-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       IF LOTE-SITUACAO = "Q"
                           ADD LOTE-QTD TO WS-QTD-QUARENTENA
                       END-IF
                   END-IF
           END-READ.

      * A FOTO GUARDA O PRECO EXPORTADO - ASSIM O DELTA ENXERGA
       P-ENCERRAMENTO.
           CLOSE ARQUIVO
           CLOSE PRECOPOS
           CLOSE PRECOANT
           IF WS-LOTES-DISPONIVEL = "S"
               CLOSE LOTES
           END-IF.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOPOS"              TO ROD-PROGRAMA
           MOVE ROD-FIM (1:8)          TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           MOVE WS-TOTAL-EXPORTADOS    TO ROD-POSTADOS
           MOVE WS-TOTAL-QUARENTENA    TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
