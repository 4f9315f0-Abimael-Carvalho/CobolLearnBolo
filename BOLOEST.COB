      * THE FOOTER ROLLS THE WHOLE STOCK UP BY CATEGORIA: UNITS AND
      * STOCK VALUE AT VALOR-CUSTO PER PRODUCT FAMILY, WITH THE
      * DESCRIPTION TAKEN FROM THE CATEG.DAT MASTER.
      * UNITS PROMISED TO CUSTOMERS ON OPEN PRE-ORDERS (ENCOMENDA.DAT)
      * ARE HELD BACK: A PRODUTO IS COMPARED AGAINST THE REORDER
      * POINT BY ITS AVAILABLE QUANTITY - QTD-ESTOQUE LESS THE
      * RESERVED UNITS - AND THE LINE SHOWS BOTH.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOEST.
           RECORD KEY          IS CAT-CODIGO
           FILE STATUS             IS WS-STATUS-CATEG.

           SELECT ENCOMENDAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ENC-NUMERO
           ALTERNATE RECORD KEY    IS ENC-SKU WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ENCOMENDA.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.
           01 REG-CATEGORIA.
              COPY BOLOCAT.

       FD ENCOMENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMENDA.DAT".

           01 REG-ENCOMENDA.
              COPY BOLOENC.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOEST.RPT".
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-CATEG      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-ENCOMENDA  PIC   X(02).
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-CATEG-DISPONIVEL  PIC   X(01) VALUE "N".
           77 WS-ENCOMENDA-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-FIM-ENC-SKU       PIC   X(01) VALUE "N".

      * ESTOQUE DISPONIVEL = QTD-ESTOQUE MENOS O RESERVADO EM
      * ENCOMENDAS ABERTAS DO SKU
           77 WS-QTD-RESERVADA     PIC   9(05) VALUE ZEROS.
           77 WS-QTD-DISPONIVEL    PIC   9(05) VALUE ZEROS.

           77 WS-PARM-QTD          PIC   X(05) VALUE SPACES.
           77 WS-QTD-MINIMA        PIC   9(05) VALUE 10.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-RESERVA     PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DISPONIVEL  PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-MINIMO      PIC ZZZZ9.

           01 WS-LINHA-CATEGORIA.
               MOVE "S" TO WS-CATEG-DISPONIVEL
           END-IF.

      * SEM ENCOMENDA.DAT NAO HA NADA RESERVADO - O DISPONIVEL E O
      * PROPRIO QTD-ESTOQUE.
           OPEN INPUT ENCOMENDAS
           IF WS-STATUS-ENCOMENDA = "00"
               MOVE "S" TO WS-ENCOMENDA-DISPONIVEL
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO.
               WS-QTD-MINIMA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU      NOME                            ESTQ"
                   DELIMITED SIZE
               "  RESV  DISP   MINIMO" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PROCESSA-ARQUIVO.

       P-AVALIA-PRODUTO.
           PERFORM P-ACUMULA-CATEGORIA
           PERFORM P-CALCULA-RESERVA
           IF WS-QTD-DISPONIVEL < WS-QTD-MINIMA
               ADD 1 TO WS-TOTAL-REPOSICAO
               PERFORM P-IMPRIME-LINHA
           END-IF.

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

      * UM REGISTRO ANTERIOR A CATEGORIA CHEGA COM O CAMPO EM BRANCO
      * (RESTAURACAO DE BACKUP ANTIGO) - VAI PARA SEM CATEGORIA.
       P-ACUMULA-CATEGORIA.
           MOVE SKU          TO WS-L-SKU
           MOVE NOME         TO WS-L-NOME
           MOVE QTD-ESTOQUE  TO WS-L-QTD
           MOVE WS-QTD-RESERVADA  TO WS-L-RESERVA
           MOVE WS-QTD-DISPONIVEL TO WS-L-DISPONIVEL
           MOVE WS-QTD-MINIMA TO WS-L-MINIMO
           MOVE SPACES       TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           IF WS-CATEG-DISPONIVEL = "S"
               CLOSE CATEGORIAS
           END-IF
           IF WS-ENCOMENDA-DISPONIVEL = "S"
               CLOSE ENCOMENDAS
           END-IF
           CLOSE RELAT.
