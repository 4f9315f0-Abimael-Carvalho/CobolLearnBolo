      * INTERRUPTED RUN OF THE SAME DATE, THE PROGRAM SKIPS FORWARD
      * PAST THE RECORDS ALREADY EXPLODED, SO A RERUN OF THE WINDOW
      * DOES NOT DOUBLE-DECREMENT THE INGREDIENT STOCK.
      * EVERY DECREMENT LEAVES A CONSUMO RECORD ON THE INGREDIENT
      * AUDIT TRAIL INGLOG.DAT WITH THE SKU PRODUCED.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOEXP.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CONTROLE.

           SELECT INGLOG ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-INGLOG.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD CARGA
           01 REGISTRO-CONTROLE.
              COPY BOLOCHK.

       FD INGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INGLOG.DAT".

           01 REGISTRO-INGLOG.
              COPY BOLOILG.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-CARGA      PIC   X(02).
           77 WS-STATUS-RECEITAS   PIC   X(02).
           77 WS-STATUS-INGRED     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-CONTROLE   PIC   X(02).
           77 WS-STATUS-INGLOG     PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-CARGA         PIC   X(01) VALUE "N".
           77 WS-FIM-RCT-SKU       PIC   X(01) VALUE "N".

           77 WS-TEM-RECEITA       PIC   X(01) VALUE "N".
           77 WS-CONSUMO           PIC   9(08)V999 VALUE ZEROS.
           77 WS-CONSUMO-EDITADO   PIC   ZZZZZZ9,999.
           77 WS-QTD-ANTIGA        PIC   9(07)V999 VALUE ZEROS.

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-CARGA UNTIL WS-FIM-CARGA = "S"
           IF WS-TOTAL-SEM-RECEITA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
               DISPLAY "ERRO AO ABRIR PRODACE.DAT. STATUS="
                   WS-STATUS-CARGA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   " - CADASTRE AS RECEITAS NO BOLOIMN."
               CLOSE CARGA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE CARGA
               CLOSE RECEITAS
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE RECEITAS
               CLOSE INGRED
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

                         CHK-DEVOLUCOES
                         CHK-QUEBRAS
                         CHK-AJUSTES
                         CHK-FIADOS
                         CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

                   ADD 1 TO WS-TOTAL-SEM-INGRED
                   PERFORM P-REGISTRA-SEM-INGRED
               NOT INVALID KEY
                   MOVE ING-ESTOQUE TO WS-QTD-ANTIGA
                   IF WS-CONSUMO > ING-ESTOQUE
                       ADD 1 TO WS-TOTAL-NEGATIVOS
                       PERFORM P-REGISTRA-NEGATIVO
                           DISPLAY "ERRO AO BAIXAR INGREDIENTE "
                               ING-CODIGO " STATUS=" WS-STATUS-INGRED
                       NOT INVALID KEY
                           PERFORM P-GRAVA-INGLOG
                           PERFORM P-IMPRIME-LINHA
                   END-REWRITE
           END-READ.

       P-GRAVA-INGLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ILG-DATA-HORA
           MOVE ING-CODIGO      TO ILG-INGREDIENTE
           MOVE "CONSUMO"       TO ILG-OPERACAO
           MOVE WS-QTD-ANTIGA   TO ILG-QTD-ANTIGA
           MOVE ING-ESTOQUE     TO ILG-QTD-NOVA
           IF ING-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO ILG-CUSTO-ANTIGO ILG-CUSTO-NOVO
           ELSE
               MOVE ING-CUSTO-MEDIO TO ILG-CUSTO-ANTIGO ILG-CUSTO-NOVO
           END-IF
           MOVE ZEROS           TO ILG-FORNECEDOR
           MOVE SKU OF REGISTRO-CARGA TO ILG-SKU
           MOVE "BOLOEXP"       TO ILG-OPERADOR
           OPEN EXTEND INGLOG
           IF WS-STATUS-INGLOG NOT = "00"
               OPEN OUTPUT INGLOG
           END-IF.
           WRITE REGISTRO-INGLOG.
           CLOSE INGLOG.

       P-IMPRIME-LINHA.
           MOVE SKU OF REGISTRO-CARGA TO WS-L-SKU
           MOVE RCT-INGREDIENTE       TO WS-L-INGRED
           CLOSE RECEITAS
           CLOSE INGRED
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOEXP"              TO ROD-PROGRAMA
           MOVE WS-DATA-HOJE           TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           MOVE WS-TOTAL-EXPLODIDOS    TO ROD-POSTADOS
           MOVE WS-TOTAL-SEM-RECEITA   TO ROD-REJEITADOS
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
