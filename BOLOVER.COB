      *     CHECKPOINT FROM AN ABANDONED RUN (CHK-LIDOS > 0 MEANS
      *     REPROCESS OR CLEAR BEFORE THE WINDOW MAY START)
      * EVERY FINDING GOES TO THE REPORT AND THE RUN ENDS RC=8.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOVER.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO

           01 LINHA-RELATORIO      PIC X(100).

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-CATEG      PIC   X(02).
           77 WS-STATUS-CTLCAR     PIC   X(02).
           77 WS-STATUS-CTLEXP     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-CATEG-DISPONIVEL  PIC   X(01) VALUE "N".

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-VERIFICA-ARQUIVO UNTIL WS-FIM-ARQUIVO = "S"
               DISPLAY "VERIFICACAO APROVADA - " WS-TOTAL-PRODUTOS
                   " PRODUTOS CONFERIDOS."
           END-IF
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE CATEGORIAS
           END-IF
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOVER"              TO ROD-PROGRAMA
           MOVE ROD-FIM (1:8)          TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-PRODUTOS      TO ROD-LIDOS
           MOVE ZEROS                  TO ROD-POSTADOS
           MOVE WS-TOTAL-PROBLEMAS     TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
