      *   008 VALOR-VENDA ABAIXO DO VALOR-CUSTO
      *   009 PRECO FORA DA FAIXA DO CADASTRO ATUAL
      *   010 CATEGORIA NAO NUMERICA OU INEXISTENTE NO CADASTRO
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOEDT.
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
           77 WS-STATUS-ACEITOS    PIC   X(02).
           77 WS-STATUS-REJEITOS   PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-CARGA         PIC   X(01) VALUE "N".

           77 WS-TOTAL-LIDOS       PIC   9(05) VALUE ZEROS.
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-PROCESSA-CARGA UNTIL WS-FIM-CARGA = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

      * UM BOLO.DAT AINDA INEXISTENTE (PRIMEIRA CARGA) NAO IMPEDE A
                   CLOSE ARQUIVO
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           CLOSE ACEITOS
           CLOSE REJEITOS
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOEDT"              TO ROD-PROGRAMA
           MOVE ROD-FIM (1:8)          TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           MOVE WS-TOTAL-ACEITOS       TO ROD-POSTADOS
           MOVE WS-TOTAL-REJEITADOS    TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
