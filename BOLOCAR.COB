      * NEVER ORDERED AND ORDERS THAT CAME SHORT OR NOT AT ALL ARE
      * REPORTED AT THE END OF THE RUN. A MISSING PEDIDO.DAT ONLY
      * MEANS PURCHASING IS NOT USING ORDERS - MATCHING IS SKIPPED.
      * EVERY QUANTITY MATCHED TO AN ORDER LINE LOGS A PRODLOG ENTRY
      * WITH THE OPERATION CODE RECEBIDO AND THE ORDER IN LOG-CAMPO,
      * SO THE JOURNAL EXPORT (BOLOCTB) CAN VALUE THE RECEIPT AT THE
      * ORDER PRICE. EVERY BATCH ADDED TO A LOT ALSO LOGS A CARGA
      * ENTRY WITH THE LOT IN LOG-CAMPO ("LOTE AAAAMMDD") AND THE LOT
      * QUANTITY BEFORE AND AFTER, SO A RECALL (BOLORCL) KNOWS HOW
      * MUCH OF EACH LOT WAS BAKED.
      * TAKES A PERIODIC CHECKPOINT ON BOLOCAR.CHK WITH THE COUNT OF
      * CARGA RECORDS SAFELY PROCESSED AND THE RUN TOTALS. WHEN THE
      * CHECKPOINT SHOWS AN INTERRUPTED RUN, THE PROGRAM SKIPS FORWARD
      * PAST THE CARGA RECORDS ALREADY APPLIED AND RESUMES THE TOTALS,
      * SO A RERUN DOES NOT RE-APPLY THE LOAD FROM THE TOP.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCAR.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIA.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           01 REGISTRO-DIA.
              COPY BOLODIA.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-LOG        PIC   X(02).
           77 WS-STATUS-CONTROLE   PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-CARGA         PIC   X(01) VALUE "N".

           77 WS-CHK-INTERVALO     PIC   9(03) VALUE 100.
           77 WS-FALTA-PEDIDO      PIC   9(05) VALUE ZEROS.
           77 WS-APLICAR-PEDIDO    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-PEDIDO  PIC   9(05) VALUE ZEROS.
           77 WS-PED-RECEBIDA-ANTIGA PIC 9(05) VALUE ZEROS.

           77 WS-LOG-OPERACAO      PIC X(10) VALUE SPACES.
           77 WS-LOG-CAMPO         PIC X(15) VALUE SPACES.
           77 WS-LOG-CATEG-ANTIGO  PIC 9(03) VALUE ZEROS.
           77 WS-LOG-VALOR-EDITADO PIC ZZZ9,99.
           77 WS-LOG-QTD-EDITADO   PIC ZZZ9.
           77 WS-LOTE-QTD-ANTIGA   PIC 9(04) VALUE ZEROS.
           77 WS-LOG-CAT-EDITADO   PIC ZZ9.
           77 WS-LOG-PED-EDITADO   PIC ZZZZ9.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-PROCESSA-CARGA UNTIL WS-FIM-CARGA = "S"
           PERFORM P-RODAPE
               PERFORM P-RELATA-PEDIDOS-ABERTOS
           END-IF
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
               DISPLAY "POSTAGEM DE VENDAS DO DIA AINDA ABERTA NO"
                   " CONTROLE DE DIA. CARGA NAO INICIADA."
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   WS-STATUS-LOTES
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE ARQUIVO
               CLOSE LOTES
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               END-IF
               CLOSE CARGA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                                       CHK-DEVOLUCOES
                                       CHK-QUEBRAS
                                       CHK-AJUSTES
                                       CHK-FIADOS
                                       CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

           MOVE ZEROS TO LOTE-NUMERO
           MOVE QTD-ESTOQUE OF PRODUTO TO LOTE-QTD
           MOVE WS-VALIDADE-ANTIGA TO LOTE-VALIDADE
           MOVE SPACE TO LOTE-SITUACAO
           WRITE REGISTRO-LOTE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LOTE DE ARRANQUE SKU="
           MOVE WS-DATA-HOJE          TO LOTE-NUMERO
           READ LOTES
               INVALID KEY
                   MOVE ZEROS TO WS-LOTE-QTD-ANTIGA
                   MOVE QTD-ESTOQUE OF REGISTRO-CARGA TO LOTE-QTD
                   MOVE WS-VALIDADE-CARGA TO LOTE-VALIDADE
                   MOVE SPACE TO LOTE-SITUACAO
                   WRITE REGISTRO-LOTE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR LOTE SKU="
                               LOTE-SKU " STATUS=" WS-STATUS-LOTES
                       NOT INVALID KEY
                           PERFORM P-REGISTRA-LOTE
                   END-WRITE
               NOT INVALID KEY
                   MOVE LOTE-QTD TO WS-LOTE-QTD-ANTIGA
                   ADD QTD-ESTOQUE OF REGISTRO-CARGA TO LOTE-QTD
                   MOVE WS-VALIDADE-CARGA TO LOTE-VALIDADE
                   REWRITE REGISTRO-LOTE
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR LOTE SKU="
                               LOTE-SKU " STATUS=" WS-STATUS-LOTES
                       NOT INVALID KEY
                           PERFORM P-REGISTRA-LOTE
                   END-REWRITE
           END-READ.

           ELSE
               MOVE WS-FALTA-PEDIDO TO WS-APLICAR-PEDIDO
           END-IF
           MOVE PED-QTD-RECEBIDA TO WS-PED-RECEBIDA-ANTIGA
           ADD WS-APLICAR-PEDIDO TO PED-QTD-RECEBIDA
           SUBTRACT WS-APLICAR-PEDIDO FROM WS-RECEBER
           IF PED-QTD-RECEBIDA NOT < PED-QTD-PEDIDA
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR PEDIDO SKU=" PED-SKU
                       " STATUS=" WS-STATUS-PEDIDOS
               NOT INVALID KEY
                   IF WS-APLICAR-PEDIDO > ZEROS
                       PERFORM P-REGISTRA-RECEBIDO
                   END-IF
           END-REWRITE.

      * O RECEBIDO VAI PARA A TRILHA COM O PEDIDO EM LOG-CAMPO
      * ("PEDIDO AAAAMMDD") E A QTD-RECEBIDA ANTES E DEPOIS.
       P-REGISTRA-RECEBIDO.
           MOVE "RECEBIDO" TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-LOG-CAMPO
           STRING "PEDIDO " DELIMITED SIZE
               PED-NUMERO DELIMITED SIZE
               INTO WS-LOG-CAMPO
           MOVE WS-PED-RECEBIDA-ANTIGA TO WS-LOG-PED-EDITADO
           MOVE WS-LOG-PED-EDITADO TO WS-LOG-VALOR-ANTIGO
           MOVE PED-QTD-RECEBIDA TO WS-LOG-PED-EDITADO
           MOVE WS-LOG-PED-EDITADO TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVA-LOG.

       P-REGISTRA-SEM-PEDIDO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECEBIDO SEM PEDIDO SKU=" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * A FORNADA QUE ENTRA NO LOTE FICA NA TRILHA - E DELA QUE O
      * RECOLHIMENTO (BOLORCL) TIRA O QUANTO DO LOTE FOI ASSADO.
       P-REGISTRA-LOTE.
           MOVE "CARGA" TO WS-LOG-OPERACAO
           MOVE SPACES TO WS-LOG-CAMPO
           STRING "LOTE " DELIMITED SIZE
               LOTE-NUMERO DELIMITED SIZE
               INTO WS-LOG-CAMPO
           MOVE WS-LOTE-QTD-ANTIGA TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-ANTIGO
           MOVE LOTE-QTD TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVA-LOG.

       P-REGISTRA-ALTERACOES.
           MOVE "CARGA" TO WS-LOG-OPERACAO.
           IF WS-LOG-CUSTO-ANTIGO NOT = VALOR-CUSTO OF PRODUTO
                         CHK-DEVOLUCOES
                         CHK-QUEBRAS
                         CHK-AJUSTES
                         CHK-FIADOS
                         CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOCAR"              TO ROD-PROGRAMA
           MOVE WS-DATA-HOJE           TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           COMPUTE ROD-POSTADOS = WS-TOTAL-INCLUIDOS
               + WS-TOTAL-ALTERADOS
           MOVE WS-TOTAL-REJEITADOS    TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           IF WS-CHK-SALTAR > ZEROS
               MOVE "S" TO ROD-RETOMADA
           ELSE
               MOVE "N" TO ROD-RETOMADA
           END-IF
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
