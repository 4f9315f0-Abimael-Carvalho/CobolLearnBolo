      * THE SINGLE VALIDADE ON THE PRODUTO RECORD AND IS ZEROED WHEN
      * EXPIRED. EVERY WRITE-OFF LOGS A PRODLOG ENTRY WITH THE
      * DEDICATED OPERATION CODE DESCARTE AND THE SHRINKAGE REPORT
      * VALUES THE LOSS AT VALOR-CUSTO PER LOT AND IN TOTAL. EACH LOT
      * WRITTEN OFF ALSO LOGS A DESCARTE ENTRY WITH THE LOT IN
      * LOG-CAMPO ("LOTE AAAAMMDD") FOR THE RECALL TRACE. RUN
      * RIGHT AFTER BOLOVAL IN THE NIGHTLY WINDOW SO THE MORNING
      * STOCK POSITION IS HONEST.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOBXA.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-LOG.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           01 REGISTRO-LOG.
              COPY BOLOLOG.

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
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".

           77 WS-HOJE-AAAAMMDD     PIC   9(08) VALUE ZEROS.
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-ARQUIVO UNTIL WS-FIM-ARQUIVO = "S"
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

               DISPLAY "ERRO AO ABRIR BOLOLOT.DAT. STATUS="
                   WS-STATUS-LOTES
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   NOT INVALID KEY
                       MOVE LOTE-QTD TO WS-QTD-LOTE
                       DELETE LOTES RECORD
                       PERFORM P-GRAVA-LOG-LOTE
                       ADD WS-QTD-LOTE TO WS-QTD-VENCIDA
                       COMPUTE WS-VALOR-PERDA =
                           WS-QTD-LOTE * VALOR-CUSTO
           WRITE REGISTRO-LOG.
           CLOSE PRODLOG.

       P-GRAVA-LOG-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA.
           MOVE SKU               TO LOG-SKU.
           MOVE "DESCARTE"        TO LOG-OPERACAO.
           MOVE SPACES            TO LOG-CAMPO.
           STRING "LOTE " DELIMITED SIZE
               WS-MELHOR-LOTE DELIMITED SIZE
               INTO LOG-CAMPO.
           MOVE WS-QTD-LOTE       TO WS-LOG-QTD-EDITADO.
           MOVE WS-LOG-QTD-EDITADO TO LOG-VALOR-ANTIGO.
           MOVE ZEROS             TO WS-LOG-QTD-EDITADO.
           MOVE WS-LOG-QTD-EDITADO TO LOG-VALOR-NOVO.
           MOVE "BOLOBXA"         TO LOG-OPERADOR.
           OPEN EXTEND PRODLOG
           IF WS-STATUS-LOG NOT = "00"
               OPEN OUTPUT PRODLOG
           END-IF.
           WRITE REGISTRO-LOG.
           CLOSE PRODLOG.

       P-IMPRIME-LINHA.
           MOVE SKU              TO WS-L-SKU
           MOVE NOME             TO WS-L-NOME
           CLOSE ARQUIVO
           CLOSE LOTES
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOBXA"              TO ROD-PROGRAMA
           MOVE WS-HOJE-AAAAMMDD       TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-PRODUTOS      TO ROD-LIDOS
           MOVE WS-TOTAL-BAIXADOS      TO ROD-POSTADOS
           MOVE ZEROS                  TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
