      * INFORMED ON THE COMMAND LINE (DEFAULT 1,00) THE PROGRAM ENDS
      * WITH RETURN-CODE 8 AND THE DAY'S CLOSING IS REFUSED - THE
      * DRAWER IS QUESTIONED THE SAME NIGHT, NOT A WEEK LATER.
      * SALES ON ACCOUNT (TENDER FIA) PUT NO MONEY IN THE DRAWER:
      * THEY ARE CONFERRED IN THEIR OWN SECTION AGAINST THE REGISTER'S
      * FIA LINE AND NEVER COUNT AS A DRAWER SHORTAGE - A DIFFERENCE
      * THERE ENDS WITH RETURN-CODE 4. A PAYMENT ON ACCOUNT (TYPE P)
      * IS MONEY IN THE DRAWER AND IS EXPECTED UNDER THE TENDER THE
      * CUSTOMER PAID WITH. A PRE-ORDER DEPOSIT (TYPE S) IS MONEY
      * TOO: RECEIVED (+) IT IS EXPECTED UNDER ITS TENDER THE DAY IT
      * IS TAKEN; APPLIED AT PICKUP OR REFUNDED (-) IT COMES OFF THE
      * TENDER, SINCE THE PICKUP SALE GOES TO VENDA.DAT AT FULL PRICE.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCXA.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD CAIXAFEC

           01 LINHA-RELATORIO      PIC X(100).

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-CAIXA      PIC   X(02).
           77 WS-STATUS-VENDA      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-CAIXA         PIC   X(01) VALUE "N".
           77 WS-FIM-VENDA         PIC   X(01) VALUE "N".

           77 WS-DATA-MOVIMENTO    PIC   9(08) VALUE ZEROS.
           77 WS-DATA-DIVERGE      PIC   X(01) VALUE "N".

      * CONTA CLIENTE (FIADO) - CONFERIDA FORA DA GAVETA
           77 WS-FIADO-CAIXA       PIC  S9(08)V99 VALUE ZEROS.
           77 WS-FIADO-VENDIDO     PIC  S9(08)V99 VALUE ZEROS.
           77 WS-FIADO-TICKETS     PIC   9(05) VALUE ZEROS.
           77 WS-FIADO-MOVTOS      PIC   9(05) VALUE ZEROS.
           77 WS-FIADO-DIVERGE     PIC   X(01) VALUE "N".
           77 WS-RECEBIDO-CONTA    PIC  S9(08)V99 VALUE ZEROS.
           77 WS-TOTAL-PAGAMENTOS  PIC   9(05) VALUE ZEROS.

      * SINAIS DE ENCOMENDA - JA CONFERIDOS NA GAVETA
           77 WS-SINAL-RECEBIDO    PIC  S9(08)V99 VALUE ZEROS.
           77 WS-SINAL-BAIXADO     PIC  S9(08)V99 VALUE ZEROS.
           77 WS-TOTAL-SINAIS      PIC   9(05) VALUE ZEROS.

           77 WS-VALOR-MOVTO       PIC  S9(08)V99 VALUE ZEROS.
           77 WS-TIPO-TRABALHO     PIC   X(03) VALUE SPACES.
           77 WS-PGT-IND           PIC   9(02) COMP VALUE ZEROS.
       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-CAIXA UNTIL WS-FIM-CAIXA = "S"
           PERFORM P-CONCILIA
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           IF WS-FIADO-DIVERGE = "S"
               DISPLAY "AVISO: VENDAS FIADO POSTADAS NAO CONFEREM COM"
                   " O CAIXA - CONFIRA AS CONTAS DE CLIENTE."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-FORA-TOLER > ZEROS
               DISPLAY "FECHAMENTO RECUSADO - " WS-TOTAL-FORA-TOLER
                   " TIPO(S) DE PAGAMENTO FORA DA TOLERANCIA."
                   " CONCILIACAO."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
               DISPLAY "ERRO AO ABRIR CAIXAFEC.DAT. STATUS="
                   WS-STATUS-CAIXA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   WS-STATUS-VENDA
               CLOSE CAIXAFEC
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               NOT AT END
                   ADD 1 TO WS-TOTAL-CAIXA-LIDOS
                   MOVE CXF-TIPO-PGTO TO WS-TIPO-TRABALHO
                   IF WS-TIPO-TRABALHO = "FIA"
                       ADD CXF-VALOR   TO WS-FIADO-CAIXA
                       ADD CXF-TICKETS TO WS-FIADO-TICKETS
                   ELSE
                       PERFORM P-LOCALIZA-TIPO
                       IF WS-PGT-ACHADO > ZEROS
                           ADD CXF-VALOR
                               TO WS-PGT-CAIXA (WS-PGT-ACHADO)
                           ADD CXF-TICKETS
                               TO WS-PGT-TICKETS (WS-PGT-ACHADO)
                       END-IF
                   END-IF
                   IF WS-DATA-MOVIMENTO = ZEROS
                       MOVE CXF-DATA TO WS-DATA-MOVIMENTO

      * SO OS MOVIMENTOS DE RECEITA ENTRAM - MESMO CRITERIO DO
      * FECHAMENTO (BOLOFEC), SENAO AS DUAS PONTAS NAO CONCILIAM.
      * O PAGAMENTO NA CONTA NAO E RECEITA MAS E DINHEIRO NA GAVETA,
      * ENTAO ENTRA NO TIPO DE PAGAMENTO EM QUE O CLIENTE PAGOU. A
      * VENDA FIADO E RECEITA SEM DINHEIRO - VAI PARA A CONTA CLIENTE.
       P-PROCESSA-VENDA.
           READ VENDA
               AT END
           IF VENDA-TIPO-MOVTO NOT = "V"
                   AND VENDA-TIPO-MOVTO NOT = " "
                   AND VENDA-TIPO-MOVTO NOT = "D"
                   AND VENDA-TIPO-MOVTO NOT = "P"
                   AND VENDA-TIPO-MOVTO NOT = "S"
               GO TO P-ACUMULA-VENDA-EXIT
           END-IF
           IF WS-DATA-MOVIMENTO > ZEROS
           IF WS-TIPO-TRABALHO = SPACES
               MOVE "DIN" TO WS-TIPO-TRABALHO
           END-IF
           COMPUTE WS-VALOR-MOVTO =
               VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
      * UM PAGAMENTO COM FIADO E REJEITADO NA POSTAGEM E FICA DE FORA
           IF WS-TIPO-TRABALHO = "FIA"
               IF VENDA-TIPO-MOVTO = "D"
                   SUBTRACT WS-VALOR-MOVTO FROM WS-FIADO-VENDIDO
                   ADD 1 TO WS-FIADO-MOVTOS
               END-IF
               IF VENDA-TIPO-MOVTO = "V" OR VENDA-TIPO-MOVTO = " "
                   ADD WS-VALOR-MOVTO TO WS-FIADO-VENDIDO
                   ADD 1 TO WS-FIADO-MOVTOS
               END-IF
               GO TO P-ACUMULA-VENDA-EXIT
           END-IF
           PERFORM P-LOCALIZA-TIPO
           IF WS-PGT-ACHADO = ZEROS
               GO TO P-ACUMULA-VENDA-EXIT
           END-IF
           IF VENDA-TIPO-MOVTO = "P"
               ADD WS-VALOR-MOVTO TO WS-RECEBIDO-CONTA
               ADD 1 TO WS-TOTAL-PAGAMENTOS
           END-IF
           IF VENDA-TIPO-MOVTO = "S"
               ADD 1 TO WS-TOTAL-SINAIS
               IF VENDA-SINAL-AJUSTE = "-"
                   ADD WS-VALOR-MOVTO TO WS-SINAL-BAIXADO
               ELSE
                   ADD WS-VALOR-MOVTO TO WS-SINAL-RECEBIDO
               END-IF
           END-IF
           IF VENDA-TIPO-MOVTO = "D"
                   OR (VENDA-TIPO-MOVTO = "S"
                   AND VENDA-SINAL-AJUSTE = "-")
               SUBTRACT WS-VALOR-MOVTO
                   FROM WS-PGT-VENDIDO (WS-PGT-ACHADO)
           ELSE
       P-CONCILIA.
           PERFORM P-CONCILIA-TIPO
               VARYING WS-PGT-IND FROM 1 BY 1
               UNTIL WS-PGT-IND > WS-PGT-TOTAL
           IF WS-FIADO-MOVTOS > ZEROS OR WS-FIADO-TICKETS > ZEROS
                   OR WS-FIADO-CAIXA NOT = ZEROS
                   OR WS-TOTAL-PAGAMENTOS > ZEROS
               PERFORM P-CONCILIA-FIADO
           END-IF
           IF WS-TOTAL-SINAIS > ZEROS
               PERFORM P-RELATA-SINAIS
           END-IF.

      * O SINAL RECEBIDO E O ABATIDO OU DEVOLVIDO JA ESTAO NO
      * ESPERADO DE CADA TIPO - A LINHA SO MOSTRA QUANTO FOI.
       P-RELATA-SINAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-SINAL-RECEBIDO TO WS-VALOR-EDITADO
           MOVE WS-SINAL-BAIXADO  TO WS-DIF-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SINAIS DE ENCOMENDA (JA NA GAVETA)" DELIMITED SIZE
               " RECEBIDOS=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               " ABATIDOS/DEVOLVIDOS=" DELIMITED SIZE
               WS-DIF-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * A CONTA CLIENTE NAO ENTRA NOS TOTAIS DA GAVETA NEM RECUSA O
      * FECHAMENTO: O QUE O CAIXA ANOTOU EM FIADO E CONFERIDO CONTRA
      * O QUE FOI PARA O VENDA.DAT, E A DIFERENCA SO E APONTADA.
       P-CONCILIA-FIADO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA CLIENTE (FIADO) - FORA DA GAVETA"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           COMPUTE WS-DIFERENCA = WS-FIADO-CAIXA - WS-FIADO-VENDIDO
           IF WS-DIFERENCA < ZEROS
               COMPUTE WS-DIF-ABSOLUTA = ZEROS - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ABSOLUTA
           END-IF
           MOVE "FIA"            TO WS-L-TIPO
           MOVE WS-FIADO-CAIXA   TO WS-L-CAIXA
           MOVE WS-FIADO-VENDIDO TO WS-L-VENDIDO
           MOVE WS-DIFERENCA     TO WS-L-DIFERENCA
           MOVE WS-FIADO-TICKETS TO WS-L-TICKETS
           MOVE WS-FIADO-MOVTOS  TO WS-L-MOVTOS
           IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
               MOVE "S" TO WS-FIADO-DIVERGE
               MOVE "DIVERGENTE" TO WS-L-SITUACAO
           ELSE
               MOVE "OK" TO WS-L-SITUACAO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-RECEBIDO-CONTA TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECEBIDO NA CONTA (JA CONFERIDO NA GAVETA)="
                   DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               " PAGAMENTOS=" DELIMITED SIZE
               WS-TOTAL-PAGAMENTOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-CONCILIA-TIPO.
           COMPUTE WS-DIFERENCA = WS-PGT-CAIXA (WS-PGT-IND)
           CLOSE CAIXAFEC
           CLOSE VENDA
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOCXA"              TO ROD-PROGRAMA
           IF WS-DATA-MOVIMENTO > ZEROS
               MOVE WS-DATA-MOVIMENTO TO ROD-DATA-MOVTO
           ELSE
               MOVE ROD-FIM (1:8)    TO ROD-DATA-MOVTO
           END-IF
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-VENDAS-LIDAS  TO ROD-LIDOS
           MOVE WS-TOTAL-CAIXA-LIDOS   TO ROD-POSTADOS
           COMPUTE ROD-REJEITADOS = WS-TOTAL-FORA-TOLER
               + WS-TOTAL-DESPREZADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
