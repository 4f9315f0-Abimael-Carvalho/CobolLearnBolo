      * THE FOOTER ROLLS THE RUN UP BY FORNECEDOR: LINES, UNITS AND
      * ORDER VALUE, WITH THE NAME FROM THE FORNEC.DAT MASTER.
      * BOLOCAR MATCHES THE RECEIVED FEED AGAINST THE OPEN ORDERS.
      * UNITS RESERVED ON OPEN CUSTOMER PRE-ORDERS (ENCOMENDA.DAT)
      * ARE NOT AVAILABLE: THE SHORTFALL IS WORKED OUT ON QTD-ESTOQUE
      * LESS THE RESERVED QUANTITY, THE SAME WAY BOLOEST LISTS IT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCMP.
           RECORD KEY          IS PED-CHAVE
           FILE STATUS             IS WS-STATUS-PEDIDOS.

           SELECT ENCOMENDAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ENC-NUMERO
           ALTERNATE RECORD KEY    IS ENC-SKU WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ENCOMENDA.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.
           01 REGISTRO-PEDIDO.
              COPY BOLOPED.

       FD ENCOMENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMENDA.DAT".

           01 REG-ENCOMENDA.
              COPY BOLOENC.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOCMP.RPT".
           77 WS-STATUS-FORNEC     PIC   X(02).
           77 WS-STATUS-PEDIDOS    PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-ENCOMENDA  PIC   X(02).
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-FORNEC-DISPONIVEL PIC   X(01) VALUE "N".
           77 WS-ENCOMENDA-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-FIM-ENC-SKU       PIC   X(01) VALUE "N".

      * ESTOQUE DISPONIVEL = QTD-ESTOQUE MENOS O RESERVADO EM
      * ENCOMENDAS ABERTAS DO SKU
           77 WS-QTD-RESERVADA     PIC   9(05) VALUE ZEROS.
           77 WS-QTD-DISPONIVEL    PIC   9(05) VALUE ZEROS.

           77 WS-PARM-QTD          PIC   X(05) VALUE SPACES.
           77 WS-QTD-MINIMA        PIC   9(05) VALUE 10.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-ESTOQUE     PIC ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-RESERVA     PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-FORNEC      PIC 9(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZZ9.
               STOP RUN
           END-IF.

      * SEM ENCOMENDA.DAT NAO HA NADA RESERVADO - O DISPONIVEL E O
      * PROPRIO QTD-ESTOQUE.
           OPEN INPUT ENCOMENDAS
           IF WS-STATUS-ENCOMENDA = "00"
               MOVE "S" TO WS-ENCOMENDA-DISPONIVEL
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU      NOME                            ESTQ"
                   DELIMITED SIZE
               "   RESV  FORN   QTD    CUSTO      VALOR" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM P-CALCULA-RESERVA
                   IF WS-QTD-DISPONIVEL < WS-QTD-MINIMA
                       ADD 1 TO WS-TOTAL-AVALIADOS
                       PERFORM P-AVALIA-FALTA
                           THRU P-AVALIA-FALTA-EXIT
                   END-IF
           END-READ.

      * SO A ENCOMENDA ABERTA SEGURA ESTOQUE - RETIRADA JA SAIU
      * PELO BOLOVDA E CANCELADA DEVOLVEU A RESERVA.
       P-CALCULA-RESERVA.
           MOVE ZEROS TO WS-QTD-RESERVADA
           IF WS-ENCOMENDA-DISPONIVEL = "S"
               MOVE SKU TO ENC-SKU
               MOVE "N" TO WS-FIM-ENC-SKU
               START ENCOMENDAS KEY IS EQUAL ENC-SKU
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ENC-SKU
               END-START
               PERFORM P-SOMA-RESERVA UNTIL WS-FIM-ENC-SKU = "S"
           END-IF
           IF WS-QTD-RESERVADA < QTD-ESTOQUE
               COMPUTE WS-QTD-DISPONIVEL =
                   QTD-ESTOQUE - WS-QTD-RESERVADA
           ELSE
               MOVE ZEROS TO WS-QTD-DISPONIVEL
           END-IF.

       P-SOMA-RESERVA.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ENC-SKU
               NOT AT END
                   IF ENC-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-ENC-SKU
                   ELSE
                       IF ENC-SITUACAO = "A"
                           ADD ENC-QTD TO WS-QTD-RESERVADA
                       END-IF
                   END-IF
           END-READ.

       P-AVALIA-FALTA.
           MOVE SKU TO SKF-SKU
           READ SKUFORN
      * A QUANTIDADE PEDIDA E A FALTA ARREDONDADA PARA CIMA ATE O
      * MULTIPLO ACERTADO COM O FORNECEDOR. MULTIPLO ZERO VALE 1.
       P-GERA-PEDIDO.
           COMPUTE WS-FALTA = WS-QTD-MINIMA - WS-QTD-DISPONIVEL
           MOVE SKF-MULTIPLO TO WS-MULTIPLO
           IF WS-MULTIPLO = ZEROS
               MOVE 1 TO WS-MULTIPLO
           MOVE ZEROS          TO PED-QTD-RECEBIDA
           MOVE SKF-CUSTO      TO PED-CUSTO
           MOVE "A"            TO PED-SITUACAO
           MOVE ZEROS          TO PED-NOTA-FISCAL
                                  PED-DATA-FATURA
           WRITE REGISTRO-PEDIDO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PEDIDO SKU=" PED-SKU
           MOVE SKU            TO WS-L-SKU
           MOVE NOME           TO WS-L-NOME
           MOVE QTD-ESTOQUE    TO WS-L-ESTOQUE
           MOVE WS-QTD-RESERVADA TO WS-L-RESERVA
           MOVE SKF-FORNECEDOR TO WS-L-FORNEC
           MOVE WS-QTD-PEDIR   TO WS-L-QTD
           MOVE SKF-CUSTO      TO WS-L-CUSTO
           IF WS-FORNEC-DISPONIVEL = "S"
               CLOSE FORNEC
           END-IF
           IF WS-ENCOMENDA-DISPONIVEL = "S"
               CLOSE ENCOMENDAS
           END-IF
           CLOSE PEDIDOS
           CLOSE RELAT.
