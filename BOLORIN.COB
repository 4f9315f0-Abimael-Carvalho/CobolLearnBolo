      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: NIGHTLY POSTING OF INGREDIENT GOODS RECEIPTS
      * READS THE DAY'S DELIVERY LINES ON RECINGR.DAT (INGREDIENT,
      * QUANTITY IN ING-UNIDADE, UNIT COST PAID, SUPPLIER AND DELIVERY
      * DATE), VALIDATES EACH ONE AND ADDS THE QUANTITY TO ING-ESTOQUE
      * ON INGRED.DAT. ING-CUSTO-MEDIO IS KEPT AS THE WEIGHTED AVERAGE
      * OF THE STOCK ALREADY ON HAND AND THE UNITS RECEIVED. EVERY
      * POSTED RECEIPT LEAVES AN ENTRADA RECORD ON THE INGREDIENT
      * AUDIT TRAIL INGLOG.DAT WITH THE SUPPLIER, SO A BOLOIES
      * SHORTAGE CAN BE TRACED BACK TO A MISSED DELIVERY. REJECTED
      * LINES GO TO THE REPORT WITH A REASON CODE AND END THE RUN
      * WITH RETURN CODE 4 - THE OFFICE CORRECTS AND RESUBMITS THEM.
      * TAKES A PERIODIC CHECKPOINT ON BOLORIN.CHK, THE SAME PATTERN
      * AS BOLOEXP, SO A RESTART AFTER AN INTERRUPTION SKIPS THE
      * LINES ALREADY POSTED. AFTER A RUN THAT REACHES THE END OF THE
      * FILE RECINGR.DAT IS EMPTIED - ITS DELIVERIES ARE ON INGRED.DAT
      * AND INGLOG.DAT NOW, AND A RERUN OF THE WINDOW FINDS NOTHING TO
      * POST AGAIN. REJECTED LINES ARE ON THE REPORT ONLY, SO THE
      * OFFICE KEYS THE CORRECTED ONES INTO THE NEXT DAY'S FILE.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      *
      * REASON CODES:
      *   001 INGREDIENTE NAO NUMERICO OU ZERADO
      *   002 INGREDIENTE INEXISTENTE EM INGRED.DAT
      *   003 QUANTIDADE NAO NUMERICA OU ZERADA
      *   004 CUSTO UNITARIO NAO NUMERICO
      *   005 FORNECEDOR INEXISTENTE EM FORNEC.DAT
      *   006 DATA DE ENTREGA INVALIDA OU FUTURA
      *   007 ESTOQUE ESTOURARIA A CAPACIDADE DO CAMPO
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLORIN.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBE ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECEBE.

           SELECT INGRED ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ING-CODIGO
           FILE STATUS             IS WS-STATUS-INGRED.

           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FOR-CODIGO
           FILE STATUS             IS WS-STATUS-FORNEC.

           SELECT INGLOG ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-INGLOG.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT CONTROLE ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CONTROLE.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEBE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECINGR.DAT".

           01 REGISTRO-RECEBIMENTO.
              COPY BOLORIN.

       FD INGRED
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INGRED.DAT".

           01 REG-INGREDIENTE.
              COPY BOLOING.

       FD FORNEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".

           01 REG-FORNECEDOR.
              COPY BOLOFRN.

       FD INGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INGLOG.DAT".

           01 REGISTRO-INGLOG.
              COPY BOLOILG.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLORIN.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       FD CONTROLE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLORIN.CHK".

           01 REGISTRO-CONTROLE.
              COPY BOLOCHK.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-RECEBE     PIC   X(02).
           77 WS-STATUS-INGRED     PIC   X(02).
           77 WS-STATUS-FORNEC     PIC   X(02).
           77 WS-STATUS-INGLOG     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-CONTROLE   PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-RECEBE        PIC   X(01) VALUE "N".

           77 WS-CHK-INTERVALO     PIC   9(03) VALUE 100.
           77 WS-CHK-PENDENTES     PIC   9(03) VALUE ZEROS.
           77 WS-CHK-SALTAR        PIC   9(05) VALUE ZEROS.
           77 WS-CHK-SALTADOS      PIC   9(05) VALUE ZEROS.
           77 WS-CHK-DATA          PIC   9(08) VALUE ZEROS.
           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.

           77 WS-TOTAL-LIDOS       PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-POSTADOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-REJEITADOS  PIC   9(05) VALUE ZEROS.
           77 WS-VALOR-RECEBIDO    PIC   9(09)V99 VALUE ZEROS.

           77 WS-MOTIVO            PIC   X(03) VALUE SPACES.
           77 WS-MOTIVO-DESCRICAO  PIC   X(40) VALUE SPACES.
           77 WS-DIAS-NO-MES       PIC   9(02) VALUE ZEROS.
           77 WS-QUOCIENTE         PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-4           PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-100         PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-400         PIC   9(04) VALUE ZEROS.

           77 WS-QTD-ANTIGA        PIC   9(07)V999 VALUE ZEROS.
           77 WS-QTD-NOVA          PIC   9(08)V999 VALUE ZEROS.
           77 WS-CUSTO-ANTIGO      PIC   9(05)V9999 VALUE ZEROS.
           77 WS-CUSTO-NOVO        PIC   9(05)V9999 VALUE ZEROS.
           77 WS-VALOR-ESTOQUE     PIC   9(12)V9999 VALUE ZEROS.
           77 WS-VALOR-ENTRADA     PIC   9(12)V9999 VALUE ZEROS.
           77 WS-VALOR-EDITADO     PIC   ZZZZZZZZ9,99.

           01 WS-DATA-ENTREGA.
               05 WS-ENT-ANO       PIC 9(04).
               05 WS-ENT-MES       PIC 9(02).
               05 WS-ENT-DIA       PIC 9(02).

           01 WS-LINHA-DETALHE.
               05 WS-L-INGRED      PIC 9(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-DESCRICAO   PIC X(25).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-FORNEC      PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZZZZ9,999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-UNIDADE     PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CUSTO       PIC ZZZZ9,9999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-MEDIO       PIC ZZZZ9,9999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SALDO       PIC ZZZZZZ9,999.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-RECEBIMENTO UNTIL WS-FIM-RECEBE = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           IF WS-TOTAL-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P-ESVAZIA-RECEBIMENTOS
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN INPUT RECEBE
           IF WS-STATUS-RECEBE NOT = "00"
               DISPLAY "ERRO AO ABRIR RECINGR.DAT. STATUS="
                   WS-STATUS-RECEBE
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN I-O INGRED
           IF WS-STATUS-INGRED NOT = "00"
               DISPLAY "ERRO AO ABRIR INGRED.DAT. STATUS="
                   WS-STATUS-INGRED
                   " - CADASTRE OS INGREDIENTES NO BOLOIMN."
               CLOSE RECEBE
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN INPUT FORNEC
           IF WS-STATUS-FORNEC NOT = "00"
               DISPLAY "ERRO AO ABRIR FORNEC.DAT. STATUS="
                   WS-STATUS-FORNEC
                   " - CADASTRE OS FORNECEDORES NO BOLOFOR."
               CLOSE RECEBE
               CLOSE INGRED
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           PERFORM P-LE-CHECKPOINT.

      * UM CHECKPOINT DE OUTRO DIA E UMA RETOMADA ABANDONADA -
      * SALTAR AQUI DEIXARIA DE LANCAR AS PRIMEIRAS ENTREGAS NOVAS.
           IF WS-CHK-SALTAR > ZEROS
                   AND WS-CHK-DATA NOT = WS-DATA-HOJE
               DISPLAY "CHECKPOINT PENDENTE DOS RECEBIMENTOS DE "
                   WS-CHK-DATA " NAO CONFERE COM A DATA DE HOJE "
                   WS-DATA-HOJE "."
               DISPLAY "REPROCESSE O LANCAMENTO PENDENTE OU LIMPE"
                   " BOLORIN.CHK. LANCAMENTO NAO INICIADO."
               CLOSE RECEBE
               CLOSE INGRED
               CLOSE FORNEC
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT
           IF WS-CHK-SALTAR > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RETOMADA APOS INTERRUPCAO - SALTANDO "
                       DELIMITED SIZE
                   WS-CHK-SALTAR DELIMITED SIZE
                   " REGISTROS JA LANCADOS" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-LE-CHECKPOINT.
           OPEN INPUT CONTROLE
           IF WS-STATUS-CONTROLE = "00"
               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-LIDOS > ZEROS
                           MOVE CHK-DATA-MOVTO TO WS-CHK-DATA
                           MOVE CHK-LIDOS      TO WS-CHK-SALTAR
                                                  WS-TOTAL-LIDOS
                           MOVE CHK-POSTADOS   TO WS-TOTAL-POSTADOS
                           MOVE CHK-REJEITADOS TO WS-TOTAL-REJEITADOS
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.

       P-CHECKPOINT-PERIODICO.
           ADD 1 TO WS-CHK-PENDENTES
           IF WS-CHK-PENDENTES >= WS-CHK-INTERVALO
               MOVE ZEROS TO WS-CHK-PENDENTES
               PERFORM P-GRAVA-CHECKPOINT
           END-IF.

       P-GRAVA-CHECKPOINT.
           OPEN OUTPUT CONTROLE
           MOVE WS-DATA-HOJE         TO CHK-DATA-MOVTO
           MOVE WS-TOTAL-LIDOS       TO CHK-LIDOS
           MOVE WS-TOTAL-POSTADOS    TO CHK-POSTADOS
           MOVE WS-TOTAL-REJEITADOS  TO CHK-REJEITADOS
           MOVE ZEROS                TO CHK-INCLUIDOS
                                        CHK-ALTERADOS
                                        CHK-VENDAS
                                        CHK-DEVOLUCOES
                                        CHK-QUEBRAS
                                        CHK-AJUSTES
                                        CHK-FIADOS
                                        CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

       P-LIMPA-CHECKPOINT.
           OPEN OUTPUT CONTROLE
           MOVE ZEROS TO CHK-DATA-MOVTO
                         CHK-LIDOS
                         CHK-POSTADOS
                         CHK-INCLUIDOS
                         CHK-ALTERADOS
                         CHK-REJEITADOS
                         CHK-VENDAS
                         CHK-DEVOLUCOES
                         CHK-QUEBRAS
                         CHK-AJUSTES
                         CHK-FIADOS
                         CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

       P-CABECALHO.
           MOVE "RELATORIO DE RECEBIMENTO DE INGREDIENTES - RECINGR.DAT"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INGR  DESCRICAO                 FORN"
                   DELIMITED SIZE
               "  QUANTIDADE UND      CUSTO      MEDIO       SALDO"
                   DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PROCESSA-RECEBIMENTO.
           READ RECEBE
               AT END
                   MOVE "S" TO WS-FIM-RECEBE
               NOT AT END
                   IF WS-CHK-SALTADOS < WS-CHK-SALTAR
                       ADD 1 TO WS-CHK-SALTADOS
                   ELSE
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM P-CRITICA-RECEBIMENTO
                       PERFORM P-CHECKPOINT-PERIODICO
                   END-IF
           END-READ.

       P-CRITICA-RECEBIMENTO.
           MOVE SPACES TO WS-MOTIVO WS-MOTIVO-DESCRICAO
           PERFORM P-VALIDA-CAMPOS THRU P-VALIDA-CAMPOS-EXIT
           IF WS-MOTIVO = SPACES
               PERFORM P-LANCA-ENTRADA
           ELSE
               PERFORM P-REGISTRA-REJEICAO
           END-IF.

      * O INGREDIENTE E LIDO AQUI MESMO - SE PASSAR EM TUDO, O
      * REGISTRO JA ESTA NA AREA PARA O LANCAMENTO.
       P-VALIDA-CAMPOS.
           IF RIN-INGREDIENTE NOT NUMERIC OR RIN-INGREDIENTE = ZEROS
               MOVE "001" TO WS-MOTIVO
               MOVE "INGREDIENTE NAO NUMERICO OU ZERADO"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           IF RIN-QTD NOT NUMERIC OR RIN-QTD = ZEROS
               MOVE "003" TO WS-MOTIVO
               MOVE "QUANTIDADE NAO NUMERICA OU ZERADA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           IF RIN-CUSTO-UNITARIO NOT NUMERIC
               MOVE "004" TO WS-MOTIVO
               MOVE "CUSTO UNITARIO NAO NUMERICO"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           IF RIN-FORNECEDOR NOT NUMERIC
               MOVE "005" TO WS-MOTIVO
               MOVE "FORNECEDOR INEXISTENTE EM FORNEC.DAT"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           MOVE RIN-FORNECEDOR TO FOR-CODIGO
           READ FORNEC
               INVALID KEY
                   MOVE "005" TO WS-MOTIVO
                   MOVE "FORNECEDOR INEXISTENTE EM FORNEC.DAT"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO P-VALIDA-CAMPOS-EXIT
           END-READ.
           PERFORM P-VALIDA-DATA THRU P-VALIDA-DATA-EXIT
           IF WS-MOTIVO NOT = SPACES
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           MOVE RIN-INGREDIENTE TO ING-CODIGO
           READ INGRED
               INVALID KEY
                   MOVE "002" TO WS-MOTIVO
                   MOVE "INGREDIENTE INEXISTENTE EM INGRED.DAT"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO P-VALIDA-CAMPOS-EXIT
           END-READ.
           COMPUTE WS-QTD-NOVA = ING-ESTOQUE + RIN-QTD
           IF WS-QTD-NOVA > 9999999,999
               MOVE "007" TO WS-MOTIVO
               MOVE "ESTOQUE ESTOURARIA A CAPACIDADE DO CAMPO"
                   TO WS-MOTIVO-DESCRICAO
           END-IF.
       P-VALIDA-CAMPOS-EXIT.
           EXIT.

      * A ENTREGA PRECISA SER UMA DATA REAL DE CALENDARIO E NAO
      * PODE SER DE AMANHA EM DIANTE - ERRO DE DIGITACAO DA NOTA.
       P-VALIDA-DATA.
           IF RIN-DATA-ENTREGA NOT NUMERIC
                   OR RIN-DATA-ENTREGA > WS-DATA-HOJE
               MOVE "006" TO WS-MOTIVO
               MOVE "DATA DE ENTREGA INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-DATA-EXIT
           END-IF.
           MOVE RIN-DATA-ENTREGA TO WS-DATA-ENTREGA
           IF WS-ENT-MES < 1 OR WS-ENT-MES > 12
                   OR WS-ENT-ANO < 1900
               MOVE "006" TO WS-MOTIVO
               MOVE "DATA DE ENTREGA INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-DATA-EXIT
           END-IF.
           EVALUATE WS-ENT-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   PERFORM P-DIAS-FEVEREIRO
           END-EVALUATE.
           IF WS-ENT-DIA < 1 OR WS-ENT-DIA > WS-DIAS-NO-MES
               MOVE "006" TO WS-MOTIVO
               MOVE "DATA DE ENTREGA INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
           END-IF.
       P-VALIDA-DATA-EXIT.
           EXIT.

       P-DIAS-FEVEREIRO.
           DIVIDE WS-ENT-ANO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
           DIVIDE WS-ENT-ANO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
           DIVIDE WS-ENT-ANO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = ZEROS
                   OR (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WS-DIAS-NO-MES
           ELSE
               MOVE 28 TO WS-DIAS-NO-MES
           END-IF.

      * CUSTO MEDIO PONDERADO: (SALDO X MEDIO + ENTRADA X CUSTO PAGO)
      * / (SALDO + ENTRADA). UM INGREDIENTE AINDA SEM CUSTO (CAMPO
      * EM BRANCO OU ZERO) ASSUME O CUSTO DA PRIMEIRA ENTREGA - O
      * SALDO ANTIGO SEM PRECO NAO PODE PUXAR A MEDIA PARA ZERO.
       P-LANCA-ENTRADA.
           MOVE ING-ESTOQUE TO WS-QTD-ANTIGA
           IF ING-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO WS-CUSTO-ANTIGO
           ELSE
               MOVE ING-CUSTO-MEDIO TO WS-CUSTO-ANTIGO
           END-IF
           IF WS-CUSTO-ANTIGO = ZEROS
               MOVE RIN-CUSTO-UNITARIO TO WS-CUSTO-NOVO
           ELSE
               COMPUTE WS-VALOR-ESTOQUE =
                   WS-QTD-ANTIGA * WS-CUSTO-ANTIGO
               COMPUTE WS-VALOR-ENTRADA =
                   RIN-QTD * RIN-CUSTO-UNITARIO
               COMPUTE WS-CUSTO-NOVO ROUNDED =
                   (WS-VALOR-ESTOQUE + WS-VALOR-ENTRADA)
                   / WS-QTD-NOVA
           END-IF
           MOVE WS-QTD-NOVA   TO ING-ESTOQUE
           MOVE WS-CUSTO-NOVO TO ING-CUSTO-MEDIO
           REWRITE REG-INGREDIENTE
               INVALID KEY
                   MOVE "002" TO WS-MOTIVO
                   MOVE "ERRO AO REGRAVAR INGRED.DAT"
                       TO WS-MOTIVO-DESCRICAO
                   PERFORM P-REGISTRA-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-POSTADOS
                   COMPUTE WS-VALOR-RECEBIDO ROUNDED =
                       WS-VALOR-RECEBIDO
                       + RIN-QTD * RIN-CUSTO-UNITARIO
                   PERFORM P-GRAVA-INGLOG
                   PERFORM P-IMPRIME-LINHA
           END-REWRITE.

       P-GRAVA-INGLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ILG-DATA-HORA
           MOVE ING-CODIGO      TO ILG-INGREDIENTE
           MOVE "ENTRADA"       TO ILG-OPERACAO
           MOVE WS-QTD-ANTIGA   TO ILG-QTD-ANTIGA
           MOVE ING-ESTOQUE     TO ILG-QTD-NOVA
           MOVE WS-CUSTO-ANTIGO TO ILG-CUSTO-ANTIGO
           MOVE ING-CUSTO-MEDIO TO ILG-CUSTO-NOVO
           MOVE RIN-FORNECEDOR  TO ILG-FORNECEDOR
           MOVE ZEROS           TO ILG-SKU
           MOVE "BOLORIN"       TO ILG-OPERADOR
           OPEN EXTEND INGLOG
           IF WS-STATUS-INGLOG NOT = "00"
               OPEN OUTPUT INGLOG
           END-IF.
           WRITE REGISTRO-INGLOG.
           CLOSE INGLOG.

       P-IMPRIME-LINHA.
           MOVE ING-CODIGO         TO WS-L-INGRED
           MOVE ING-DESCRICAO      TO WS-L-DESCRICAO
           MOVE RIN-FORNECEDOR     TO WS-L-FORNEC
           MOVE RIN-QTD            TO WS-L-QTD
           MOVE ING-UNIDADE        TO WS-L-UNIDADE
           MOVE RIN-CUSTO-UNITARIO TO WS-L-CUSTO
           MOVE ING-CUSTO-MEDIO    TO WS-L-MEDIO
           MOVE ING-ESTOQUE        TO WS-L-SALDO
           MOVE SPACES             TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE   TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-REGISTRA-REJEICAO.
           ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADO INGREDIENTE=" DELIMITED SIZE
               RIN-INGREDIENTE DELIMITED SIZE
               " FORN=" DELIMITED SIZE
               RIN-FORNECEDOR DELIMITED SIZE
               " MOTIVO=" DELIMITED SIZE
               WS-MOTIVO DELIMITED SIZE
               " " DELIMITED SIZE
               WS-MOTIVO-DESCRICAO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE.
           MOVE WS-VALOR-RECEBIDO TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIDOS=" DELIMITED SIZE
               WS-TOTAL-LIDOS DELIMITED SIZE
               " LANCADOS=" DELIMITED SIZE
               WS-TOTAL-POSTADOS DELIMITED SIZE
               " REJEITADOS=" DELIMITED SIZE
               WS-TOTAL-REJEITADOS DELIMITED SIZE
               " VALOR RECEBIDO=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           PERFORM P-LIMPA-CHECKPOINT
           CLOSE RECEBE
           CLOSE INGRED
           CLOSE FORNEC
           CLOSE RELAT.

      * AS ENTREGAS LIDAS ATE O FIM JA ESTAO NO INGRED.DAT - O ARQUIVO
      * DO DIA FICA VAZIO PARA QUE UMA NOVA RODADA NAO AS LANCE DE
      * NOVO. SEM CONSEGUIR ESVAZIAR, A RODADA TERMINA COM RC 8 PARA
      * O OPERADOR ESVAZIAR A MAO ANTES DE QUALQUER REPROCESSAMENTO.
       P-ESVAZIA-RECEBIMENTOS.
           OPEN OUTPUT RECEBE
           IF WS-STATUS-RECEBE NOT = "00"
               DISPLAY "ERRO AO ESVAZIAR RECINGR.DAT. STATUS="
                   WS-STATUS-RECEBE
                   " - ESVAZIE O ARQUIVO ANTES DE RODAR DE NOVO."
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE RECEBE
           END-IF.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLORIN"              TO ROD-PROGRAMA
           MOVE WS-DATA-HOJE           TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-LIDOS         TO ROD-LIDOS
           MOVE WS-TOTAL-POSTADOS      TO ROD-POSTADOS
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
