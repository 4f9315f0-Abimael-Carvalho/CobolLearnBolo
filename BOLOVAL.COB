      * THE FOOTER ROLLS THE EXPOSURE UP BY CATEGORIA: EXPIRED AND
      * EXPIRING UNITS PER PRODUCT FAMILY, WITH THE DESCRIPTION TAKEN
      * FROM THE CATEG.DAT MASTER.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOVAL.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO

           01 LINHA-RELATORIO      PIC X(80).

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-CATEG      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-CATEG-DISPONIVEL  PIC   X(01) VALUE "N".

           77 WS-DIAS-VALIDADE     PIC   S9(08).
           77 WS-DIAS-RESTANTES    PIC   S9(08).

           77 WS-TOTAL-PRODUTOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-VENCIDOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-VENCENDO    PIC   9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-CALCULA-DATA-HOJE
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-ZERA-CATEGORIAS VARYING WS-CAT-IND FROM 1 BY 1
               UNTIL WS-CAT-IND > 999
           PERFORM P-RODAPE
           PERFORM P-RESUMO-CATEGORIAS
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ZERA-CATEGORIAS.
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-PRODUTOS
                   PERFORM P-AVALIA-PRODUTO
           END-READ.

               CLOSE CATEGORIAS
           END-IF
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOVAL"              TO ROD-PROGRAMA
           MOVE WS-HOJE-AAAAMMDD       TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-PRODUTOS      TO ROD-LIDOS
           COMPUTE ROD-POSTADOS = WS-TOTAL-VENCIDOS + WS-TOTAL-VENCENDO
           MOVE ZEROS                  TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
