      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: MORNING PRE-ORDER (ENCOMENDA) PICKUP LISTING
      * RUNS BEFORE THE COUNTER OPENS AND WALKS ENCOMENDA.DAT TWICE:
      * THE FIRST SECTION LISTS EVERY OPEN ORDER DUE FOR PICKUP TODAY
      * WITH THE CUSTOMER, PHONE, QUANTITY, BALANCE STILL TO COLLECT
      * AND THE SKU'S QTD-ESTOQUE, FLAGGING THE ONES THE SHELF CANNOT
      * COVER. THE SECOND LISTS THE NO-SHOWS - ORDERS STILL OPEN WHOSE
      * PICKUP DATE WAS YESTERDAY OR EARLIER - SO THE COUNTER PHONES
      * THE CUSTOMER OR A SUPERVISOR CANCELS THE ORDER IN BOLOENC AND
      * RELEASES THE RESERVED UNITS BACK TO THE AVAILABLE STOCK.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOENL.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS SEQUENTIAL
           RECORD KEY          IS ENC-NUMERO
           ALTERNATE RECORD KEY    IS ENC-SKU WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ENCOMENDA.

           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ENCOMENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMENDA.DAT".

           01 REG-ENCOMENDA.
              COPY BOLOENC.

       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLO.DAT".

           01 PRODUTO.
              COPY BOLOREC.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOENL.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ENCOMENDA  PIC   X(02).
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-ENCOMENDA     PIC   X(01) VALUE "N".
           77 WS-CADASTRO-DISPONIVEL PIC X(01) VALUE "N".

      * SECAO EM CURSO: H = RETIRADAS DE HOJE, N = NAO RETIRADAS
           77 WS-SECAO             PIC   X(01) VALUE SPACES.

           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.
           77 WS-DATA-ONTEM        PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-HOJE         PIC  S9(08) VALUE ZEROS.

           77 WS-VALOR-TOTAL       PIC   9(08)V99 VALUE ZEROS.
           77 WS-VALOR-SALDO       PIC   9(08)V99 VALUE ZEROS.

           77 WS-TOTAL-HOJE        PIC   9(05) VALUE ZEROS.
           77 WS-UNID-HOJE         PIC   9(07) VALUE ZEROS.
           77 WS-SALDO-HOJE        PIC   9(09)V99 VALUE ZEROS.
           77 WS-TOTAL-SEM-ESTOQUE PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-NAO-RETIRADAS PIC 9(05) VALUE ZEROS.
           77 WS-UNID-NAO-RETIRADAS PIC  9(07) VALUE ZEROS.
           77 WS-SINAL-NAO-RETIRADAS PIC 9(09)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO     PIC   ZZZZZZZZ9,99.

           01 WS-LINHA-DETALHE.
               05 WS-L-NUMERO      PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-RETIRADA    PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CLIENTE     PIC X(25).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-FONE        PIC X(15).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VALOR       PIC ZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-ESTOQUE     PIC ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-AVISO       PIC X(07).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO-HOJE
           MOVE "H" TO WS-SECAO
           PERFORM P-PERCORRE-ENCOMENDAS
           PERFORM P-RODAPE-HOJE
           PERFORM P-CABECALHO-NAO-RETIRADAS
           MOVE "N" TO WS-SECAO
           PERFORM P-PERCORRE-ENCOMENDAS
           PERFORM P-RODAPE-NAO-RETIRADAS
           PERFORM P-ENCERRAMENTO
           DISPLAY "RETIRADAS HOJE....: " WS-TOTAL-HOJE
           DISPLAY "NAO RETIRADAS.....: " WS-TOTAL-NAO-RETIRADAS
           STOP RUN.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE - 1).

           OPEN INPUT ENCOMENDAS
           IF WS-STATUS-ENCOMENDA NOT = "00"
               DISPLAY "ERRO AO ABRIR ENCOMENDA.DAT. STATUS="
                   WS-STATUS-ENCOMENDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ENCOMENDAS.

      * SEM O CADASTRO A LISTAGEM SAI IGUAL, SO SEM A COLUNA DE
      * ESTOQUE DO SKU.
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO = "00"
               MOVE "S" TO WS-CADASTRO-DISPONIVEL
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO-HOJE.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENCOMENDAS - RETIRADAS PREVISTAS PARA HOJE "
                   DELIMITED SIZE
               WS-DATA-HOJE DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-TITULOS-COLUNAS.

       P-CABECALHO-NAO-RETIRADAS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENCOMENDAS NAO RETIRADAS - RETIRADA ATE "
                   DELIMITED SIZE
               WS-DATA-ONTEM DELIMITED SIZE
               " E AINDA ABERTAS (VALOR = SINAL PAGO)" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-TITULOS-COLUNAS.

       P-TITULOS-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "NUMERO  RETIRADA SKU     CLIENTE                  "
                   DELIMITED SIZE
               "  FONE            QTD      VALOR ESTQ" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * CADA SECAO E UMA PASSADA INTEIRA PELO ARQUIVO EM ORDEM DE
      * NUMERO - A ORDEM EM QUE O BALCAO ANOTOU.
       P-PERCORRE-ENCOMENDAS.
           MOVE "N" TO WS-FIM-ENCOMENDA
           OPEN INPUT ENCOMENDAS
           PERFORM P-LE-ENCOMENDA UNTIL WS-FIM-ENCOMENDA = "S"
           CLOSE ENCOMENDAS.

       P-LE-ENCOMENDA.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ENCOMENDA
               NOT AT END
                   IF ENC-SITUACAO = "A"
                       PERFORM P-AVALIA-ENCOMENDA
                   END-IF
           END-READ.

       P-AVALIA-ENCOMENDA.
           IF WS-SECAO = "H" AND ENC-DATA-RETIRADA = WS-DATA-HOJE
               PERFORM P-IMPRIME-RETIRADA
           END-IF
           IF WS-SECAO = "N" AND ENC-DATA-RETIRADA < WS-DATA-HOJE
               PERFORM P-IMPRIME-NAO-RETIRADA
           END-IF.

      * O ESTOQUE DO SKU E CONFERIDO CONTRA A QUANTIDADE DA
      * ENCOMENDA - SE A PRATELEIRA NAO COBRE, A COZINHA PRECISA
      * SABER ANTES DO CLIENTE CHEGAR.
       P-IMPRIME-RETIRADA.
           ADD 1 TO WS-TOTAL-HOJE
           ADD ENC-QTD TO WS-UNID-HOJE
           COMPUTE WS-VALOR-TOTAL = ENC-QTD * ENC-VALOR-UNITARIO
           COMPUTE WS-VALOR-SALDO = WS-VALOR-TOTAL - ENC-VALOR-SINAL
           ADD WS-VALOR-SALDO TO WS-SALDO-HOJE
           PERFORM P-MONTA-LINHA
           MOVE WS-VALOR-SALDO TO WS-L-VALOR
           IF WS-CADASTRO-DISPONIVEL = "S"
               MOVE ENC-SKU TO SKU
               READ ARQUIVO
                   INVALID KEY
                       MOVE ZEROS TO WS-L-ESTOQUE
                       MOVE "SEM SKU" TO WS-L-AVISO
                       ADD 1 TO WS-TOTAL-SEM-ESTOQUE
                   NOT INVALID KEY
                       MOVE QTD-ESTOQUE TO WS-L-ESTOQUE
                       IF QTD-ESTOQUE < ENC-QTD
                           MOVE "FALTA" TO WS-L-AVISO
                           ADD 1 TO WS-TOTAL-SEM-ESTOQUE
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIME-NAO-RETIRADA.
           ADD 1 TO WS-TOTAL-NAO-RETIRADAS
           ADD ENC-QTD TO WS-UNID-NAO-RETIRADAS
           ADD ENC-VALOR-SINAL TO WS-SINAL-NAO-RETIRADAS
           PERFORM P-MONTA-LINHA
           MOVE ENC-VALOR-SINAL TO WS-L-VALOR
           IF ENC-DATA-RETIRADA = WS-DATA-ONTEM
               MOVE "ONTEM" TO WS-L-AVISO
           ELSE
               MOVE "ATRASO" TO WS-L-AVISO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-MONTA-LINHA.
           MOVE ENC-NUMERO        TO WS-L-NUMERO
           MOVE ENC-DATA-RETIRADA TO WS-L-RETIRADA
           MOVE ENC-SKU           TO WS-L-SKU
           MOVE ENC-CLIENTE       TO WS-L-CLIENTE
           MOVE ENC-FONE          TO WS-L-FONE
           MOVE ENC-QTD           TO WS-L-QTD
           MOVE ZEROS             TO WS-L-ESTOQUE
           MOVE SPACES            TO WS-L-AVISO.

       P-RODAPE-HOJE.
           MOVE WS-SALDO-HOJE TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RETIRADAS HOJE=" DELIMITED SIZE
               WS-TOTAL-HOJE DELIMITED SIZE
               " UNIDADES=" DELIMITED SIZE
               WS-UNID-HOJE DELIMITED SIZE
               " SALDO A RECEBER=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               " SEM ESTOQUE=" DELIMITED SIZE
               WS-TOTAL-SEM-ESTOQUE DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE-NAO-RETIRADAS.
           MOVE WS-SINAL-NAO-RETIRADAS TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "NAO RETIRADAS=" DELIMITED SIZE
               WS-TOTAL-NAO-RETIRADAS DELIMITED SIZE
               " UNIDADES RESERVADAS=" DELIMITED SIZE
               WS-UNID-NAO-RETIRADAS DELIMITED SIZE
               " SINAIS RETIDOS=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           IF WS-CADASTRO-DISPONIVEL = "S"
               CLOSE ARQUIVO
           END-IF
           CLOSE RELAT.
