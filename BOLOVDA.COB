      * DEVOLUCAO GOES BACK INTO THE FRESHEST LOT, SO THE PER-LOT
      * QUANTITIES FOLLOW QTD-ESTOQUE. A SKU WITHOUT LOTS (OLD STOCK
      * FROM BEFORE THE LOT CONTROL) POSTS AGAINST THE MASTER ONLY.
      * A LOT QUARANTINED BY A RECALL (LOTE-SITUACAO Q) IS NEVER
      * CONSUMED NOR TOPPED UP, AND A BAIXA BIGGER THAN THE STOCK
      * OUTSIDE QUARANTINE IS REJECTED - THOSE UNITS CANNOT BE SOLD.
      * EVERY LOT MOVEMENT LOGS ITS OWN PRODLOG ENTRY (LOG-CAMPO
      * "LOTE AAAAMMDD") SO A RECALL CAN TRACE WHAT BECAME OF A LOT.
      * EVERY POSTED REVENUE MOVEMENT (VENDA/DEVOLUCAO) IS ALSO
      * APPENDED TO THE PERMANENT SALES HISTORY HISTVDA.DAT THAT THE
      * BOLOTEN TREND REPORT READS - VENDA.DAT ITSELF IS REPLACED
      * CHECKPOINT SHOWS AN INTERRUPTED RUN, THE PROGRAM SKIPS FORWARD
      * PAST THE VENDAS ALREADY POSTED AND RESUMES THE TOTALS, SO A
      * RERUN DOES NOT DOUBLE-DECREMENT QTD-ESTOQUE.
      * A SALE ON ACCOUNT (TENDER FIA) IS ONLY POSTED FOR A CUSTOMER
      * ON CLIENTE.DAT WHOSE BALANCE STAYS WITHIN ITS CREDIT LIMIT;
      * ONCE THE STOCK IS POSTED THE AMOUNT GOES TO THE CUSTOMER'S
      * BALANCE (A FIADO RETURN TAKES IT BACK) AND AN ACCOUNT
      * MOVEMENT IS WRITTEN TO MOVCLI.DAT. A PAYMENT ON ACCOUNT
      * (TYPE P) HAS NO SKU - IT ONLY LOWERS THE CUSTOMER'S BALANCE.
      * A PRE-ORDER DEPOSIT (TYPE S, WRITTEN BY BOLOENC) TOUCHES NO
      * STOCK - IT IS ONLY CHECKED AND LISTED; THE UNITS GO OUT WITH
      * THE PICKUP SALE.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOVDA.
           RECORD KEY          IS LOTE-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CLI-CODIGO
           FILE STATUS             IS WS-STATUS-CLIENTE.

           SELECT MOVCLI ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS MCL-CHAVE
           FILE STATUS             IS WS-STATUS-MOVCLI.

           SELECT VENDA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDA.
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIA.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           01 REGISTRO-LOTE.
              COPY BOLOLOT.

       FD CLIENTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".

           01 REGISTRO-CLIENTE.
              COPY BOLOCLI.

       FD MOVCLI
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MOVCLI.DAT".

           01 REGISTRO-MOVCLI.
              COPY BOLOMCL.

       FD VENDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDA.DAT".
           01 REGISTRO-DIA.
              COPY BOLODIA.

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-LOG        PIC   X(02).
           77 WS-STATUS-HIST       PIC   X(02).
           77 WS-STATUS-CONTROLE   PIC   X(02).
           77 WS-STATUS-CLIENTE    PIC   X(02).
           77 WS-STATUS-MOVCLI     PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-VENDA         PIC   X(01) VALUE "N".

           77 WS-CHK-INTERVALO     PIC   9(03) VALUE 100.
           77 WS-TOTAL-DEVOLUCOES  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-QUEBRAS     PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-AJUSTES     PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-FIADOS      PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-PAGAMENTOS  PIC   9(05) VALUE ZEROS.

           77 WS-OPERACAO-MOVTO    PIC   X(10) VALUE SPACES.
           77 WS-QTD-ANTIGA        PIC   9(04) VALUE ZEROS.
           77 WS-FIM-LOTES-SKU     PIC   X(01) VALUE "N".
           77 WS-MELHOR-LOTE       PIC   9(08) VALUE ZEROS.
           77 WS-MELHOR-VALIDADE   PIC   9(08) VALUE ZEROS.
           77 WS-QTD-QUARENTENA    PIC   9(05) VALUE ZEROS.
           77 WS-QTD-LIVRE         PIC  S9(05) VALUE ZEROS.
           77 WS-LOTE-QTD-ANTIGA   PIC   9(04) VALUE ZEROS.
           77 WS-LOTE-QTD-NOVA     PIC   9(04) VALUE ZEROS.

      * CAMPOS DE APOIO PARA A CONTA DO CLIENTE (FIADO)
           77 WS-CLIENTES-ABERTO   PIC   X(01) VALUE "N".
           77 WS-FIADO-RECUSADO    PIC   X(01) VALUE "N".
           77 WS-VALOR-CONTA       PIC   9(07)V99 VALUE ZEROS.
           77 WS-SALDO-NOVO        PIC  S9(08)V99 VALUE ZEROS.
           77 WS-SALDO-EDITADO     PIC  -ZZZZZZ9,99.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-POSTA-VENDA UNTIL WS-FIM-VENDA = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                   WS-STATUS-LOTES
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE ARQUIVO
               CLOSE LOTES
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

               CLOSE LOTES
               CLOSE VENDA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF
           IF WS-DIA-CARGA-ABERTA = "S"
               CLOSE LOTES
               CLOSE VENDA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF
           IF WS-DATA-MOVIMENTO > ZEROS
               CLOSE LOTES
               CLOSE VENDA
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF
           MOVE "S" TO WS-DIA-VENDA-ABERTA
           PERFORM P-GRAVA-CONTROLE-DIA.

           PERFORM P-ABRE-CLIENTES.

           OPEN OUTPUT RELAT
           MOVE "RELATORIO DE POSTAGEM DE VENDAS - BOLO.DAT"
               TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      * SEM O CADASTRO DE CLIENTES O ESTOQUE CONTINUA SENDO POSTADO -
      * SO AS VENDAS FIADO E OS PAGAMENTOS NA CONTA SAO REJEITADOS.
       P-ABRE-CLIENTES.
           OPEN I-O CLIENTES
           IF WS-STATUS-CLIENTE = "30" OR WS-STATUS-CLIENTE = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF
           IF WS-STATUS-CLIENTE NOT = "00"
               DISPLAY "AVISO: CLIENTE.DAT NAO ABERTO. STATUS="
                   WS-STATUS-CLIENTE " - FIADO E PAGAMENTOS REJEITADOS"
           ELSE
               OPEN I-O MOVCLI
               IF WS-STATUS-MOVCLI = "30" OR WS-STATUS-MOVCLI = "35"
                   OPEN OUTPUT MOVCLI
                   CLOSE MOVCLI
                   OPEN I-O MOVCLI
               END-IF
               IF WS-STATUS-MOVCLI NOT = "00"
                   DISPLAY "AVISO: MOVCLI.DAT NAO ABERTO. STATUS="
                       WS-STATUS-MOVCLI
                       " - FIADO E PAGAMENTOS REJEITADOS"
                   CLOSE CLIENTES
               ELSE
                   MOVE "S" TO WS-CLIENTES-ABERTO
               END-IF
           END-IF.

       P-LE-CONTROLE-DIA.
           OPEN INPUT DIACTL
           IF WS-STATUS-DIA = "00"
               CLOSE ARQUIVO
               CLOSE LOTES
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

                           MOVE CHK-DEVOLUCOES  TO WS-TOTAL-DEVOLUCOES
                           MOVE CHK-QUEBRAS     TO WS-TOTAL-QUEBRAS
                           MOVE CHK-AJUSTES     TO WS-TOTAL-AJUSTES
                           MOVE CHK-FIADOS      TO WS-TOTAL-FIADOS
                           MOVE CHK-PAGAMENTOS  TO WS-TOTAL-PAGAMENTOS
                       END-IF
               END-READ
               CLOSE CONTROLE
           MOVE WS-TOTAL-DEVOLUCOES TO CHK-DEVOLUCOES
           MOVE WS-TOTAL-QUEBRAS    TO CHK-QUEBRAS
           MOVE WS-TOTAL-AJUSTES    TO CHK-AJUSTES
           MOVE WS-TOTAL-FIADOS     TO CHK-FIADOS
           MOVE WS-TOTAL-PAGAMENTOS TO CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

       P-PROCESSA-VENDA.
           EVALUATE VENDA-TIPO-MOVTO
               WHEN "P"
                   MOVE "PAGAMENTO" TO WS-OPERACAO-MOVTO
                   PERFORM P-POSTA-PAGAMENTO
                       THRU P-POSTA-PAGAMENTO-EXIT
               WHEN "S"
                   MOVE "SINAL" TO WS-OPERACAO-MOVTO
                   PERFORM P-POSTA-SINAL THRU P-POSTA-SINAL-EXIT
               WHEN OTHER
                   MOVE VENDA-SKU TO SKU
                   READ ARQUIVO
                       INVALID KEY
                           MOVE "SKU NAO ENCONTRADO"
                               TO WS-MOTIVO-REJEICAO
                           ADD 1 TO WS-TOTAL-REJEITADOS
                           PERFORM P-REGISTRA-REJEICAO
                       NOT INVALID KEY
                           PERFORM P-POSTA-MOVIMENTO
                   END-READ
           END-EVALUATE.

       P-POSTA-MOVIMENTO.
           EVALUATE VENDA-TIPO-MOVTO
               WHEN "V"
               WHEN " "
                   MOVE "VENDA" TO WS-OPERACAO-MOVTO
                   PERFORM P-VALIDA-FIADO THRU P-VALIDA-FIADO-EXIT
                   IF WS-FIADO-RECUSADO = "N"
                       PERFORM P-BAIXA-ESTOQUE
                   END-IF
               WHEN "D"
                   MOVE "DEVOLUCAO" TO WS-OPERACAO-MOVTO
                   PERFORM P-VALIDA-FIADO THRU P-VALIDA-FIADO-EXIT
                   IF WS-FIADO-RECUSADO = "N"
                       PERFORM P-ENTRADA-ESTOQUE
                   END-IF
               WHEN "Q"
                   MOVE "QUEBRA" TO WS-OPERACAO-MOVTO
                   PERFORM P-BAIXA-ESTOQUE
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
           ELSE
               PERFORM P-SOMA-QUARENTENA
               COMPUTE WS-QTD-LIVRE = QTD-ESTOQUE - WS-QTD-QUARENTENA
               IF VENDA-QTD-VENDIDA > WS-QTD-LIVRE
                   MOVE "ESTOQUE EM QUARENTENA" TO WS-MOTIVO-REJEICAO
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM P-REGISTRA-REJEICAO
               ELSE
                   MOVE QTD-ESTOQUE TO WS-QTD-ANTIGA
                   SUBTRACT VENDA-QTD-VENDIDA FROM QTD-ESTOQUE
                   MOVE "B" TO WS-LOTE-SENTIDO
                   PERFORM P-EFETIVA-MOVIMENTO
               END-IF
           END-IF.

      * AS UNIDADES DOS LOTES EM QUARENTENA CONTINUAM NO QTD-ESTOQUE
      * MAS NAO PODEM SAIR POR VENDA, QUEBRA OU AJUSTE - SO PELO
      * DESCARTE DO RECOLHIMENTO.
       P-SOMA-QUARENTENA.
           MOVE ZEROS TO WS-QTD-QUARENTENA
           MOVE "N" TO WS-FIM-LOTES-SKU
           MOVE SKU TO LOTE-SKU
           MOVE ZEROS TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS LOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES-SKU
           END-START
           PERFORM P-SOMA-LOTE-QUARENTENA
               UNTIL WS-FIM-LOTES-SKU = "S".

       P-SOMA-LOTE-QUARENTENA.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES-SKU
               NOT AT END
                   IF LOTE-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       IF LOTE-SITUACAO = "Q"
                           ADD LOTE-QTD TO WS-QTD-QUARENTENA
                       END-IF
                   END-IF
           END-READ.

       P-ENTRADA-ESTOQUE.
           COMPUTE WS-QTD-NOVA = QTD-ESTOQUE + VENDA-QTD-VENDIDA
           IF WS-QTD-NOVA > 9999
                   ADD 1 TO WS-TOTAL-POSTADOS
                   PERFORM P-ATUALIZA-LOTES
                   PERFORM P-CONTA-TIPO
                   PERFORM P-POSTA-FIADO THRU P-POSTA-FIADO-EXIT
                   PERFORM P-GRAVA-LOG
                   PERFORM P-GRAVA-HISTORICO
                       THRU P-GRAVA-HISTORICO-EXIT
                   INVALID KEY
                       MOVE "N" TO WS-LOTE-ACHOU
                   NOT INVALID KEY
                       MOVE LOTE-QTD TO WS-LOTE-QTD-ANTIGA
                       IF LOTE-QTD > WS-LOTE-RESTANTE
                           SUBTRACT WS-LOTE-RESTANTE FROM LOTE-QTD
                           MOVE ZEROS TO WS-LOTE-RESTANTE
                           REWRITE REGISTRO-LOTE
                           MOVE LOTE-QTD TO WS-LOTE-QTD-NOVA
                       ELSE
                           SUBTRACT LOTE-QTD FROM WS-LOTE-RESTANTE
                           DELETE LOTES RECORD
                           MOVE ZEROS TO WS-LOTE-QTD-NOVA
                       END-IF
                       PERFORM P-GRAVA-LOG-LOTE
               END-READ
           END-IF.

                   ELSE
                       IF LOTE-QTD > ZEROS
                               AND LOTE-VALIDADE < WS-MELHOR-VALIDADE
                               AND LOTE-SITUACAO NOT = "Q"
                           MOVE "S" TO WS-LOTE-ACHOU
                           MOVE LOTE-NUMERO   TO WS-MELHOR-LOTE
                           MOVE LOTE-VALIDADE TO WS-MELHOR-VALIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOTE-QTD TO WS-LOTE-QTD-ANTIGA
                       ADD VENDA-QTD-VENDIDA TO LOTE-QTD
                       REWRITE REGISTRO-LOTE
                       MOVE LOTE-QTD TO WS-LOTE-QTD-NOVA
                       PERFORM P-GRAVA-LOG-LOTE
               END-READ
           END-IF.

                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       IF LOTE-VALIDADE NOT < WS-MELHOR-VALIDADE
                               AND LOTE-SITUACAO NOT = "Q"
                           MOVE "S" TO WS-LOTE-ACHOU
                           MOVE LOTE-NUMERO   TO WS-MELHOR-LOTE
                           MOVE LOTE-VALIDADE TO WS-MELHOR-VALIDADE
                   END-IF
           END-READ.

      * A VENDA FIADO SO SAI PARA CLIENTE CADASTRADO E DENTRO DO
      * LIMITE DE CREDITO. A CONFERENCIA VEM ANTES DO ESTOQUE PARA
      * NUNCA POSTAR O ESTOQUE SEM POSTAR A CONTA. A DEVOLUCAO FIADO
      * SO PRECISA DO CLIENTE - ELA BAIXA O SALDO.
       P-VALIDA-FIADO.
           MOVE "N" TO WS-FIADO-RECUSADO
           IF VENDA-TIPO-PGTO NOT = "FIA"
               GO TO P-VALIDA-FIADO-EXIT
           END-IF
           PERFORM P-LE-CLIENTE THRU P-LE-CLIENTE-EXIT
           IF WS-FIADO-RECUSADO = "S"
               GO TO P-VALIDA-FIADO-EXIT
           END-IF
           IF WS-OPERACAO-MOVTO = "VENDA"
               COMPUTE WS-SALDO-NOVO = CLI-SALDO
                   + VENDA-QTD-VENDIDA * VENDA-VALOR-VENDA
               IF WS-SALDO-NOVO > CLI-LIMITE
                   MOVE "LIMITE DE CREDITO EXCEDIDO"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM P-RECUSA-FIADO
               END-IF
           END-IF.
       P-VALIDA-FIADO-EXIT.
           EXIT.

       P-LE-CLIENTE.
           MOVE "N" TO WS-FIADO-RECUSADO
           IF WS-CLIENTES-ABERTO = "N"
               MOVE "CADASTRO DE CLIENTES FECHADO"
                   TO WS-MOTIVO-REJEICAO
               PERFORM P-RECUSA-FIADO
               GO TO P-LE-CLIENTE-EXIT
           END-IF
           IF VENDA-CLIENTE NOT NUMERIC
               MOVE "CLIENTE NAO INFORMADO" TO WS-MOTIVO-REJEICAO
               PERFORM P-RECUSA-FIADO
               GO TO P-LE-CLIENTE-EXIT
           END-IF
           IF VENDA-CLIENTE = ZEROS
               MOVE "CLIENTE NAO INFORMADO" TO WS-MOTIVO-REJEICAO
               PERFORM P-RECUSA-FIADO
               GO TO P-LE-CLIENTE-EXIT
           END-IF
           MOVE VENDA-CLIENTE TO CLI-CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                   PERFORM P-RECUSA-FIADO
           END-READ.
       P-LE-CLIENTE-EXIT.
           EXIT.

       P-RECUSA-FIADO.
           MOVE "S" TO WS-FIADO-RECUSADO
           ADD 1 TO WS-TOTAL-REJEITADOS
           PERFORM P-REGISTRA-REJEICAO.

      * O ESTOQUE JA FOI POSTADO - A COMPRA FIADO SOBE O SALDO DO
      * CLIENTE LIDO NA CONFERENCIA E A DEVOLUCAO FIADO O BAIXA.
      * QUEBRA E AJUSTE NAO TEM PAGAMENTO E NAO MEXEM NA CONTA.
       P-POSTA-FIADO.
           IF VENDA-TIPO-PGTO NOT = "FIA"
               GO TO P-POSTA-FIADO-EXIT
           END-IF
           IF WS-OPERACAO-MOVTO NOT = "VENDA"
                   AND WS-OPERACAO-MOVTO NOT = "DEVOLUCAO"
               GO TO P-POSTA-FIADO-EXIT
           END-IF
           COMPUTE WS-VALOR-CONTA = VENDA-QTD-VENDIDA
               * VENDA-VALOR-VENDA
           IF WS-OPERACAO-MOVTO = "VENDA"
               ADD WS-VALOR-CONTA TO CLI-SALDO
               MOVE "C" TO MCL-TIPO
           ELSE
               SUBTRACT WS-VALOR-CONTA FROM CLI-SALDO
               MOVE "D" TO MCL-TIPO
           END-IF
           PERFORM P-GRAVA-CONTA
           ADD 1 TO WS-TOTAL-FIADOS.
       P-POSTA-FIADO-EXIT.
           EXIT.

      * O PAGAMENTO NA CONTA NAO TEM SKU NEM ESTOQUE: SO BAIXA O
      * SALDO DO CLIENTE. O DINHEIRO ENTRA PELO TIPO DE PAGAMENTO
      * INFORMADO (EM BRANCO = DINHEIRO) - PAGAR FIADO COM FIADO NAO
      * EXISTE. UM PAGAMENTO MAIOR QUE O SALDO FICA COMO CREDITO.
       P-POSTA-PAGAMENTO.
           IF VENDA-TIPO-PGTO = SPACES
               MOVE "DIN" TO VENDA-TIPO-PGTO
           END-IF
           IF VENDA-TIPO-PGTO = "FIA"
               MOVE "PAGAMENTO COM FIADO" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
               GO TO P-POSTA-PAGAMENTO-EXIT
           END-IF
           COMPUTE WS-VALOR-CONTA = VENDA-QTD-VENDIDA
               * VENDA-VALOR-VENDA
           IF WS-VALOR-CONTA = ZEROS
               MOVE "PAGAMENTO SEM VALOR" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
               GO TO P-POSTA-PAGAMENTO-EXIT
           END-IF
           PERFORM P-LE-CLIENTE THRU P-LE-CLIENTE-EXIT
           IF WS-FIADO-RECUSADO = "S"
               GO TO P-POSTA-PAGAMENTO-EXIT
           END-IF
           SUBTRACT WS-VALOR-CONTA FROM CLI-SALDO
           MOVE VENDA-DATA-HORA (1:8) TO CLI-DATA-ULT-PGTO
           MOVE "P" TO MCL-TIPO
           PERFORM P-GRAVA-CONTA
           ADD 1 TO WS-TOTAL-POSTADOS
           ADD 1 TO WS-TOTAL-PAGAMENTOS.
       P-POSTA-PAGAMENTO-EXIT.
           EXIT.

      * O SINAL DE ENCOMENDA E SO DINHEIRO: RECEBIDO (+) NA ANOTACAO,
      * ABATIDO NA RETIRADA OU DEVOLVIDO NO CANCELAMENTO (-). NAO MEXE
      * NO ESTOQUE NEM NO HISTORICO - A RETIRADA E QUE BAIXA AS
      * UNIDADES. SINAL EM FIADO NAO EXISTE.
       P-POSTA-SINAL.
           IF VENDA-TIPO-PGTO = "FIA"
               MOVE "SINAL COM FIADO" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
               GO TO P-POSTA-SINAL-EXIT
           END-IF
           IF VENDA-SINAL-AJUSTE NOT = "+"
                   AND VENDA-SINAL-AJUSTE NOT = "-"
               MOVE "SINAL DE ENCOMENDA INVALIDO" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
               GO TO P-POSTA-SINAL-EXIT
           END-IF
           COMPUTE WS-VALOR-CONTA = VENDA-QTD-VENDIDA
               * VENDA-VALOR-VENDA
           IF WS-VALOR-CONTA = ZEROS
               MOVE "SINAL SEM VALOR" TO WS-MOTIVO-REJEICAO
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P-REGISTRA-REJEICAO
               GO TO P-POSTA-SINAL-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-POSTADOS
           PERFORM P-REGISTRA-POSTAGEM.
       P-POSTA-SINAL-EXIT.
           EXIT.

      * CADA MOVIMENTO DA CONTA LEVA A PROXIMA SEQUENCIA DO CLIENTE,
      * ASSIM O EXTRATO LE A CONTA NA ORDEM EM QUE FOI POSTADA.
       P-GRAVA-CONTA.
           ADD 1 TO CLI-ULT-SEQUENCIA
           REWRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CLIENTE.DAT. CLIENTE="
                       CLI-CODIGO " STATUS=" WS-STATUS-CLIENTE
           END-REWRITE
           MOVE CLI-CODIGO          TO MCL-CLIENTE
           MOVE CLI-ULT-SEQUENCIA   TO MCL-SEQUENCIA
           MOVE VENDA-DATA-HORA     TO MCL-DATA-HORA
           MOVE VENDA-SKU           TO MCL-SKU
           MOVE VENDA-QTD-VENDIDA   TO MCL-QTD
           MOVE WS-VALOR-CONTA      TO MCL-VALOR
           MOVE VENDA-TIPO-PGTO     TO MCL-TIPO-PGTO
           MOVE CLI-SALDO           TO MCL-SALDO
           MOVE "BOLOVDA"           TO MCL-ORIGEM
           WRITE REGISTRO-MOVCLI
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVCLI.DAT. CLIENTE="
                       CLI-CODIGO " STATUS=" WS-STATUS-MOVCLI
           END-WRITE
           MOVE CLI-SALDO TO WS-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  CONTA CLIENTE=" DELIMITED SIZE
               CLI-CODIGO DELIMITED SIZE
               " " DELIMITED SIZE
               WS-OPERACAO-MOVTO DELIMITED SPACE
               " " DELIMITED SIZE
               VENDA-TIPO-PGTO DELIMITED SIZE
               " SALDO=" DELIMITED SIZE
               WS-SALDO-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-CONTA-TIPO.
           EVALUATE WS-OPERACAO-MOVTO
           WRITE REGISTRO-LOG.
           CLOSE PRODLOG.

      * O MOVIMENTO DE CADA LOTE VAI PARA A TRILHA COM A MESMA
      * OPERACAO DO MOVIMENTO E O LOTE EM LOG-CAMPO.
       P-GRAVA-LOG-LOTE.
           MOVE VENDA-DATA-HORA   TO LOG-DATA-HORA.
           MOVE SKU               TO LOG-SKU.
           MOVE WS-OPERACAO-MOVTO TO LOG-OPERACAO.
           MOVE SPACES            TO LOG-CAMPO.
           STRING "LOTE " DELIMITED SIZE
               WS-MELHOR-LOTE DELIMITED SIZE
               INTO LOG-CAMPO.
           MOVE WS-LOTE-QTD-ANTIGA TO WS-LOG-QTD-EDITADO.
           MOVE WS-LOG-QTD-EDITADO TO LOG-VALOR-ANTIGO.
           MOVE WS-LOTE-QTD-NOVA  TO WS-LOG-QTD-EDITADO.
           MOVE WS-LOG-QTD-EDITADO TO LOG-VALOR-NOVO.
           MOVE "BOLOVDA"         TO LOG-OPERADOR.
           OPEN EXTEND PRODLOG
           IF WS-STATUS-LOG NOT = "00"
               OPEN OUTPUT PRODLOG
           END-IF.
           WRITE REGISTRO-LOG.
           CLOSE PRODLOG.

       P-REGISTRA-REJEICAO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REJEITADO SKU=" DELIMITED SIZE
               " AJUSTES=" DELIMITED SIZE
               WS-TOTAL-AJUSTES DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FIADO=" DELIMITED SIZE
               WS-TOTAL-FIADOS DELIMITED SIZE
               " PAGAMENTOS NA CONTA=" DELIMITED SIZE
               WS-TOTAL-PAGAMENTOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           PERFORM P-GRAVA-CONTROLE-DIA
           CLOSE ARQUIVO
           CLOSE LOTES
           IF WS-CLIENTES-ABERTO = "S"
               CLOSE CLIENTES
               CLOSE MOVCLI
           END-IF
           CLOSE VENDA
           CLOSE RELAT.

                         CHK-DEVOLUCOES
                         CHK-QUEBRAS
                         CHK-AJUSTES
                         CHK-FIADOS
                         CHK-PAGAMENTOS
           WRITE REGISTRO-CONTROLE
           CLOSE CONTROLE.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOVDA"              TO ROD-PROGRAMA
           IF WS-DATA-MOVIMENTO > ZEROS
               MOVE WS-DATA-MOVIMENTO TO ROD-DATA-MOVTO
           ELSE
               MOVE ROD-FIM (1:8)    TO ROD-DATA-MOVTO
           END-IF
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
