      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: CUSTOMER PRE-ORDER (ENCOMENDA) MAINTENANCE
      * KEEPS ENCOMENDA.DAT, THE BIRTHDAY AND PARTY CAKES TAKEN AT THE
      * COUNTER: CUSTOMER NAME AND PHONE, SKU, QUANTITY, PRICE AGREED,
      * PICKUP DATE AND THE DEPOSIT (SINAL) PAID WITH ITS TENDER. THE
      * OPERATOR SIGNS ON AGAINST OPERADOR.DAT THE SAME WAY AS IN THE
      * BOLO MAINTENANCE - THE COUNTER (NIVEL 1) TAKES, CONSULTS AND
      * HANDS OVER ORDERS, ONLY A SUPERVISOR (NIVEL 2) ALTERS OR
      * CANCELS ONE. WHILE AN ORDER IS OPEN ITS QUANTITY IS RESERVED
      * AND BOLOEST/BOLOCMP HOLD IT BACK FROM THE AVAILABLE STOCK.
      * THE DEPOSIT GOES TO THE DAY'S VENDA.DAT WHEN IT IS TAKEN, AS
      * A SINAL MOVEMENT (TYPE S, +) IN ITS TENDER, SO THE DRAWER AND
      * THE JOURNAL SEE THE MONEY THAT DAY. ON PICKUP THE ORDER IS
      * APPENDED AS A NORMAL VENDA AT THE FULL AGREED PRICE IN THE
      * TENDER THE CUSTOMER PAID THE BALANCE WITH, TOGETHER WITH A
      * SINAL (-) IN THAT TENDER FOR THE DEPOSIT ALREADY RECEIVED, SO
      * BOLOVDA POSTS THE UNITS AGAINST QTD-ESTOQUE AND THE LOTS LIKE
      * ANY REGISTER SALE AND THE DRAWER EXPECTS ONLY THE BALANCE.
      * A DEPOSIT CHANGED ON ALTERATION, OR GIVEN BACK ON A
      * CANCELLATION, GOES OUT THE SAME WAY AS A SINAL + OR -.
      * ENCOMENDA.DAT IS UPDATED FIRST AND THE MOVEMENT APPENDED ONLY
      * AFTER; WHEN VENDA.DAT CANNOT BE WRITTEN THE ORDER IS PUT BACK
      * AS IT WAS (A NEW ONE IS DELETED AGAIN).
      * BOLOENL LISTS EACH MORNING THE PICKUPS DUE AND THE NO-SHOWS.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOENC.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCOMENDAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ENC-NUMERO
           ALTERNATE RECORD KEY    IS ENC-SKU WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ENCOMENDA.

           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPER.

           SELECT VENDA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDA.

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

       FD OPERADORES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           01 REG-OPERADOR.
              COPY BOLOOPE.

       FD VENDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDA.DAT".

           01 REGISTRO-VENDA.
              COPY BOLOVEN.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ENCOMENDA  PIC   X(02).
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-OPER       PIC   X(02).
           77 WS-STATUS-VENDA      PIC   X(02).
           77 WS-STATUS-GRAVACAO   PIC   X(02).

           77 WS-OPCAO             PIC   X(01) VALUE SPACES.
           77 WS-CONFIRMA          PIC   X(01) VALUE SPACES.
           77 WS-ACHOU             PIC   X(01) VALUE "N".
           77 WS-FIM-LISTA         PIC   X(01) VALUE "N".
           77 WS-DADOS-OK          PIC   X(01) VALUE "N".
           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.

      * OPERADOR ASSINADO NA ABERTURA - NIVEL 1 (BALCAO) ANOTA,
      * CONSULTA E ENTREGA ENCOMENDAS, NIVEL 2 (SUPERVISOR) TAMBEM
      * ALTERA E CANCELA. O ID ASSINADO FICA GRAVADO NA ENCOMENDA.
           77 WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-NOME     PIC X(30) VALUE SPACES.
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZEROS.
           77 WS-SIGNON-OK         PIC X(01) VALUE "N".
           77 WS-TENTATIVAS        PIC 9(01) VALUE ZEROS.

      * CAMPOS DE TELA PARA A ENCOMENDA
           77 WS-ENC-NUMERO        PIC   9(07) VALUE ZEROS.
           77 WS-ENC-CLIENTE       PIC   X(30) VALUE SPACES.
           77 WS-ENC-FONE          PIC   X(15) VALUE SPACES.
           77 WS-ENC-SKU           PIC   9(07) VALUE ZEROS.
           77 WS-ENC-QTD           PIC   9(04) VALUE ZEROS.
           77 WS-ENC-VALOR-UNIT    PIC   9(04)V99 VALUE ZEROS.
           77 WS-ENC-DIA           PIC   99 VALUE ZEROS.
           77 WS-ENC-MES           PIC   99 VALUE ZEROS.
           77 WS-ENC-ANO           PIC   9(04) VALUE ZEROS.
           77 WS-ENC-DATA-RETIRADA PIC   9(08) VALUE ZEROS.
           77 WS-ENC-VALOR-SINAL   PIC   9(07)V99 VALUE ZEROS.
           77 WS-ENC-TIPO-PGTO     PIC   X(03) VALUE SPACES.

      * CAMPOS DE APOIO PARA A VALIDACAO DA DATA DE RETIRADA
           77 WS-DIAS-NO-MES       PIC   9(02) VALUE ZEROS.
           77 WS-QUOCIENTE         PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-4           PIC   9(03) VALUE ZEROS.
           77 WS-RESTO-100         PIC   9(03) VALUE ZEROS.
           77 WS-RESTO-400         PIC   9(03) VALUE ZEROS.

      * CAMPOS DE APOIO PARA A RETIRADA
           77 WS-VALOR-TOTAL       PIC   9(08)V99 VALUE ZEROS.
           77 WS-VALOR-SALDO       PIC   9(08)V99 VALUE ZEROS.
           77 WS-ULTIMO-NUMERO     PIC   9(07) VALUE ZEROS.
           77 WS-VALOR-EDITADO     PIC   ZZZZZZZ9,99.

      * MOVIMENTO A GRAVAR NO VENDA.DAT - VENDA DA RETIRADA OU SINAL
           77 WS-VENDA-ABERTA      PIC   X(01) VALUE "N".
           77 WS-MOV-TIPO          PIC   X(01) VALUE SPACES.
           77 WS-MOV-SINAL         PIC   X(01) VALUE SPACES.
           77 WS-MOV-QTD           PIC   9(04) VALUE ZEROS.
           77 WS-MOV-VALOR         PIC   9(04)V99 VALUE ZEROS.
           77 WS-MOV-PGTO          PIC   X(03) VALUE SPACES.
           77 WS-SINAL-ANTERIOR    PIC   9(07)V99 VALUE ZEROS.
           77 WS-PGTO-ANTERIOR     PIC   X(03) VALUE SPACES.
           77 WS-MOV-GRAVADOS      PIC   9(01) VALUE ZEROS.
           77 WS-DEVOLVE-SINAL     PIC   X(01) VALUE "N".

      * IMAGEM DA ENCOMENDA ANTES DA ALTERACAO, CANCELAMENTO OU
      * RETIRADA - VOLTA AO ARQUIVO SE O VENDA.DAT NAO FOR GRAVADO
           01 WS-ENCOMENDA-ANTERIOR PIC X(117).

       PROCEDURE DIVISION.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN I-O ENCOMENDAS
           IF WS-STATUS-ENCOMENDA = "30" OR WS-STATUS-ENCOMENDA = "35"
               OPEN OUTPUT ENCOMENDAS
               CLOSE ENCOMENDAS
               OPEN I-O ENCOMENDAS
           END-IF.
           IF WS-STATUS-ENCOMENDA NOT = "00"
               DISPLAY "ERRO AO ABRIR ENCOMENDA.DAT. STATUS="
                   WS-STATUS-ENCOMENDA
               GO TO P-FIM-EXIT
           END-IF.

           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               CLOSE ENCOMENDAS
               GO TO P-FIM-EXIT
           END-IF.

           OPEN I-O OPERADORES
           IF WS-STATUS-OPER = "30" OR WS-STATUS-OPER = "35"
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
           IF WS-STATUS-OPER NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT. STATUS="
                   WS-STATUS-OPER
               CLOSE ENCOMENDAS
               CLOSE ARQUIVO
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-SIGN-ON THRU P-SIGN-ON-EXIT.
           IF WS-SIGNON-OK = "N"
               DISPLAY "ACESSO NAO AUTORIZADO. ENCERRANDO."
               CLOSE ENCOMENDAS
               CLOSE ARQUIVO
               CLOSE OPERADORES
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-MENU-PRINCIPAL UNTIL WS-OPCAO = "7".

           CLOSE ENCOMENDAS
           CLOSE ARQUIVO
           CLOSE OPERADORES
           GO TO P-FIM-STOP-RUM.

      * UM CADASTRO DE OPERADORES VAZIO E A PRIMEIRA EXECUCAO - O
      * PRIMEIRO OPERADOR E CRIADO AQUI MESMO COMO SUPERVISOR.
       P-SIGN-ON.
           MOVE SPACES TO OPE-ID
           START OPERADORES KEY IS NOT LESS OPE-ID
               INVALID KEY
                   PERFORM P-PRIMEIRO-OPERADOR
                   GO TO P-SIGN-ON-EXIT
           END-START
           READ OPERADORES NEXT RECORD
               AT END
                   PERFORM P-PRIMEIRO-OPERADOR
                   GO TO P-SIGN-ON-EXIT
           END-READ.
       P-SIGN-ON-PEDE-ID.
           ADD 1 TO WS-TENTATIVAS
           IF WS-TENTATIVAS > 3
               GO TO P-SIGN-ON-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "IDENTIFICACAO DO OPERADOR: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR-ID
           MOVE WS-OPERADOR-ID TO OPE-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO."
                   GO TO P-SIGN-ON-PEDE-ID
               NOT INVALID KEY
                   MOVE OPE-NOME  TO WS-OPERADOR-NOME
                   MOVE OPE-NIVEL TO WS-NIVEL-OPERADOR
                   MOVE "S" TO WS-SIGNON-OK
                   DISPLAY "BEM VINDO " WS-OPERADOR-NOME
           END-READ.
       P-SIGN-ON-EXIT.
           EXIT.

       P-PRIMEIRO-OPERADOR.
           DISPLAY "NENHUM OPERADOR CADASTRADO. CADASTRO DO PRIMEIRO"
               " SUPERVISOR.".
           DISPLAY "IDENTIFICACAO (8 POSICOES): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "NOME .....................: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-NOME.
           IF WS-OPERADOR-ID = SPACES
               DISPLAY "IDENTIFICACAO EM BRANCO NAO E ACEITA."
               GO TO P-PRIMEIRO-OPERADOR
           END-IF.
           MOVE WS-OPERADOR-ID   TO OPE-ID.
           MOVE WS-OPERADOR-NOME TO OPE-NOME.
           MOVE 2                TO OPE-NIVEL.
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OPERADOR. STATUS="
                       WS-STATUS-OPER
               NOT INVALID KEY
                   MOVE 2 TO WS-NIVEL-OPERADOR
                   MOVE "S" TO WS-SIGNON-OK
                   DISPLAY "SUPERVISOR " WS-OPERADOR-ID
                       " CADASTRADO E ASSINADO."
           END-WRITE.

      * ALTERAR E CANCELAR SAO RESTRITOS AO NIVEL 2 (SUPERVISOR) -
      * O BALCAO (NIVEL 1) ANOTA, CONSULTA E ENTREGA.
       P-MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "***** ENCOMENDAS DE CLIENTES - BOLO *****".
           DISPLAY "OPERADOR: " WS-OPERADOR-ID.
           DISPLAY "1 - INCLUIR ENCOMENDA".
           DISPLAY "2 - ALTERAR ENCOMENDA".
           DISPLAY "3 - CANCELAR ENCOMENDA".
           DISPLAY "4 - CONSULTAR ENCOMENDA".
           DISPLAY "5 - RETIRADA DE ENCOMENDA".
           DISPLAY "6 - LISTAR ENCOMENDAS ABERTAS".
           DISPLAY "7 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM P-INCLUIR-ENCOMENDA
                       THRU P-INCLUIR-ENCOMENDA-EXIT
               WHEN "2"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-ALTERAR-ENCOMENDA
                           THRU P-ALTERAR-ENCOMENDA-EXIT
                   END-IF
               WHEN "3"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-CANCELAR-ENCOMENDA
                           THRU P-CANCELAR-ENCOMENDA-EXIT
                   END-IF
               WHEN "4"
                   PERFORM P-CONSULTAR-ENCOMENDA
               WHEN "5"
                   PERFORM P-RETIRAR-ENCOMENDA
                       THRU P-RETIRAR-ENCOMENDA-EXIT
               WHEN "6"
                   PERFORM P-LISTAR-ABERTAS
               WHEN "7"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-NEGA-ACESSO.
           DISPLAY "OPERACAO RESTRITA A SUPERVISOR (NIVEL 2).".

      * O NUMERO DA ENCOMENDA E O MAIOR JA GRAVADO MAIS UM - O
      * ARQUIVO GUARDA TAMBEM AS RETIRADAS E CANCELADAS, ENTAO UM
      * NUMERO NUNCA E REAPROVEITADO.
       P-INCLUIR-ENCOMENDA.
           PERFORM P-PROXIMO-NUMERO
           DISPLAY "ENCOMENDA NUMERO....: " WS-ENC-NUMERO
           PERFORM P-ACEITA-DADOS-ENCOMENDA
               THRU P-ACEITA-DADOS-ENCOMENDA-EXIT
           IF WS-DADOS-OK = "N"
               DISPLAY "ENCOMENDA NAO INCLUIDA."
               GO TO P-INCLUIR-ENCOMENDA-EXIT
           END-IF
           MOVE WS-ENC-NUMERO      TO ENC-NUMERO
           PERFORM P-MOVE-DADOS-ENCOMENDA
           MOVE "A"                TO ENC-SITUACAO
           MOVE WS-DATA-HOJE       TO ENC-DATA-CADASTRO
           MOVE WS-OPERADOR-ID     TO ENC-OPERADOR
           MOVE ZEROS              TO ENC-DATA-BAIXA
           MOVE SPACES             TO ENC-TIPO-PGTO-SALDO
           WRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR. STATUS="
                       WS-STATUS-ENCOMENDA
                   GO TO P-INCLUIR-ENCOMENDA-EXIT
           END-WRITE
      * SO COM A ENCOMENDA GRAVADA O SINAL VAI PARA O VENDA.DAT; SE
      * ELE NAO PUDER IR, A ENCOMENDA E EXCLUIDA DE NOVO.
           IF WS-ENC-VALOR-SINAL > ZEROS
               MOVE "+"                TO WS-MOV-SINAL
               MOVE WS-ENC-VALOR-SINAL TO WS-MOV-VALOR
               MOVE WS-ENC-TIPO-PGTO   TO WS-MOV-PGTO
               PERFORM P-GRAVA-SINAL
               IF WS-STATUS-GRAVACAO NOT = "00"
                   DISPLAY "ERRO AO GRAVAR VENDA.DAT. STATUS="
                       WS-STATUS-GRAVACAO " - ENCOMENDA NAO INCLUIDA."
                   DELETE ENCOMENDAS
                       INVALID KEY
                           DISPLAY "ERRO AO DESFAZER A INCLUSAO."
                               " STATUS=" WS-STATUS-ENCOMENDA
                               " - CANCELE A ENCOMENDA " ENC-NUMERO
                               " SEM DEVOLVER SINAL."
                   END-DELETE
                   GO TO P-INCLUIR-ENCOMENDA-EXIT
               END-IF
           END-IF
           DISPLAY "ENCOMENDA " ENC-NUMERO " INCLUIDA COM SUCESSO.".
       P-INCLUIR-ENCOMENDA-EXIT.
           EXIT.

       P-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO
           MOVE ZEROS TO ENC-NUMERO
           MOVE "N" TO WS-FIM-LISTA
           START ENCOMENDAS KEY IS NOT LESS ENC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START
           PERFORM P-LE-PROXIMO-NUMERO UNTIL WS-FIM-LISTA = "S"
           COMPUTE WS-ENC-NUMERO = WS-ULTIMO-NUMERO + 1.

       P-LE-PROXIMO-NUMERO.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   MOVE ENC-NUMERO TO WS-ULTIMO-NUMERO
           END-READ.

       P-MOVE-DADOS-ENCOMENDA.
           MOVE WS-ENC-CLIENTE       TO ENC-CLIENTE
           MOVE WS-ENC-FONE          TO ENC-FONE
           MOVE WS-ENC-SKU           TO ENC-SKU
           MOVE WS-ENC-QTD           TO ENC-QTD
           MOVE WS-ENC-VALOR-UNIT    TO ENC-VALOR-UNITARIO
           MOVE WS-ENC-DATA-RETIRADA TO ENC-DATA-RETIRADA
           MOVE WS-ENC-VALOR-SINAL   TO ENC-VALOR-SINAL
           MOVE WS-ENC-TIPO-PGTO     TO ENC-TIPO-PGTO-SINAL.

      * O SKU PRECISA EXISTIR NO CADASTRO - O BOLOVDA REJEITARIA A
      * VENDA DA RETIRADA. PRECO ZERO ASSUME O VALOR-VENDA DE TABELA.
      * O SINAL NAO PODE PASSAR DO TOTAL COMBINADO.
       P-ACEITA-DADOS-ENCOMENDA.
           MOVE "N" TO WS-DADOS-OK
           DISPLAY "NOME DO CLIENTE ....: " WITH NO ADVANCING
           ACCEPT WS-ENC-CLIENTE
           IF WS-ENC-CLIENTE = SPACES
               DISPLAY "NOME DO CLIENTE E OBRIGATORIO."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           DISPLAY "TELEFONE ...........: " WITH NO ADVANCING
           ACCEPT WS-ENC-FONE
           DISPLAY "SKU DO PRODUTO .....: " WITH NO ADVANCING
           ACCEPT WS-ENC-SKU
           MOVE WS-ENC-SKU TO SKU
           READ ARQUIVO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
                   GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-READ
           DISPLAY "PRODUTO: " NOME " PRECO=" VALOR-VENDA
           DISPLAY "QUANTIDADE .........: " WITH NO ADVANCING
           ACCEPT WS-ENC-QTD
           IF WS-ENC-QTD = ZEROS
               DISPLAY "QUANTIDADE ZERO NAO E ACEITA."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           DISPLAY "PRECO UNITARIO (0 = TABELA): " WITH NO ADVANCING
           ACCEPT WS-ENC-VALOR-UNIT
           IF WS-ENC-VALOR-UNIT = ZEROS
               MOVE VALOR-VENDA TO WS-ENC-VALOR-UNIT
           END-IF
           DISPLAY "RETIRADA - DIA .....: " WITH NO ADVANCING
           ACCEPT WS-ENC-DIA
           DISPLAY "RETIRADA - MES .....: " WITH NO ADVANCING
           ACCEPT WS-ENC-MES
           DISPLAY "RETIRADA - ANO .....: " WITH NO ADVANCING
           ACCEPT WS-ENC-ANO
           PERFORM P-VALIDA-DATA-RETIRADA
               THRU P-VALIDA-DATA-RETIRADA-EXIT
           IF WS-ENC-DATA-RETIRADA = ZEROS
               DISPLAY "DATA DE RETIRADA INVALIDA."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           IF WS-ENC-DATA-RETIRADA < WS-DATA-HOJE
               DISPLAY "DATA DE RETIRADA JA PASSOU."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           COMPUTE WS-VALOR-TOTAL = WS-ENC-QTD * WS-ENC-VALOR-UNIT
           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDITADO
           DISPLAY "TOTAL DA ENCOMENDA .: " WS-VALOR-EDITADO
           DISPLAY "SINAL PAGO .........: " WITH NO ADVANCING
           ACCEPT WS-ENC-VALOR-SINAL
           IF WS-ENC-VALOR-SINAL > WS-VALOR-TOTAL
               DISPLAY "SINAL MAIOR QUE O TOTAL DA ENCOMENDA."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           IF WS-ENC-VALOR-SINAL > 9999,99
               DISPLAY "SINAL ACIMA DE 9999,99 NAO E ACEITO."
               GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
           END-IF
           MOVE SPACES TO WS-ENC-TIPO-PGTO
           IF WS-ENC-VALOR-SINAL > ZEROS
               DISPLAY "PAGAMENTO DO SINAL (DIN/CAR/PIX): "
                   WITH NO ADVANCING
               ACCEPT WS-ENC-TIPO-PGTO
               IF WS-ENC-TIPO-PGTO NOT = "DIN"
                       AND WS-ENC-TIPO-PGTO NOT = "CAR"
                       AND WS-ENC-TIPO-PGTO NOT = "PIX"
                   DISPLAY "TIPO DE PAGAMENTO INVALIDO."
                   GO TO P-ACEITA-DADOS-ENCOMENDA-EXIT
               END-IF
           END-IF
           MOVE "S" TO WS-DADOS-OK.
       P-ACEITA-DADOS-ENCOMENDA-EXIT.
           EXIT.

      * DATA FORA DO CALENDARIO VOLTA ZERADA - A RETIRADA E A CHAVE
      * DA LISTAGEM DA MANHA E NAO PODE SER UM 31/02.
       P-VALIDA-DATA-RETIRADA.
           MOVE ZEROS TO WS-ENC-DATA-RETIRADA
           IF WS-ENC-MES < 1 OR WS-ENC-MES > 12
               GO TO P-VALIDA-DATA-RETIRADA-EXIT
           END-IF
           EVALUATE WS-ENC-MES
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
           END-EVALUATE
           IF WS-ENC-DIA < 1 OR WS-ENC-DIA > WS-DIAS-NO-MES
               GO TO P-VALIDA-DATA-RETIRADA-EXIT
           END-IF
           IF WS-ENC-ANO < 1900 OR WS-ENC-ANO > 2199
               GO TO P-VALIDA-DATA-RETIRADA-EXIT
           END-IF
           COMPUTE WS-ENC-DATA-RETIRADA =
               WS-ENC-ANO * 10000 + WS-ENC-MES * 100 + WS-ENC-DIA.
       P-VALIDA-DATA-RETIRADA-EXIT.
           EXIT.

       P-DIAS-FEVEREIRO.
           DIVIDE WS-ENC-ANO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
           DIVIDE WS-ENC-ANO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
           DIVIDE WS-ENC-ANO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = ZEROS
                   OR (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WS-DIAS-NO-MES
           ELSE
               MOVE 28 TO WS-DIAS-NO-MES
           END-IF.

      * SO UMA ENCOMENDA ABERTA PODE SER ALTERADA - A RETIRADA JA
      * FOI PARA O VENDA.DAT E A CANCELADA JA DEVOLVEU A RESERVA.
      * O SINAL JA RECEBIDO ESTA NO VENDA.DAT: O QUE ELE AUMENTAR
      * ENTRA COMO SINAL + NO TIPO INFORMADO, O QUE DIMINUIR SAI
      * COMO SINAL - (SEM TIPO INFORMADO, NO TIPO EM QUE FOI PAGO).
      * SINAL SEM MUDANCA CONTINUA NO TIPO EM QUE FOI PAGO.
       P-ALTERAR-ENCOMENDA.
           DISPLAY "NUMERO DA ENCOMENDA A ALTERAR: " WITH NO ADVANCING
           ACCEPT WS-ENC-NUMERO
           MOVE WS-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   GO TO P-ALTERAR-ENCOMENDA-EXIT
           END-READ
           IF ENC-SITUACAO NOT = "A"
               DISPLAY "ENCOMENDA NAO ESTA ABERTA. SITUACAO="
                   ENC-SITUACAO
               GO TO P-ALTERAR-ENCOMENDA-EXIT
           END-IF
           PERFORM P-MOSTRA-ENCOMENDA
           MOVE REG-ENCOMENDA       TO WS-ENCOMENDA-ANTERIOR
           MOVE ENC-VALOR-SINAL     TO WS-SINAL-ANTERIOR
           MOVE ENC-TIPO-PGTO-SINAL TO WS-PGTO-ANTERIOR
           PERFORM P-ACEITA-DADOS-ENCOMENDA
               THRU P-ACEITA-DADOS-ENCOMENDA-EXIT
           IF WS-DADOS-OK = "N"
               DISPLAY "ENCOMENDA NAO ALTERADA."
               GO TO P-ALTERAR-ENCOMENDA-EXIT
           END-IF
           IF WS-ENC-VALOR-SINAL NOT = WS-SINAL-ANTERIOR
               MOVE WS-ENC-TIPO-PGTO TO WS-MOV-PGTO
               IF WS-ENC-VALOR-SINAL > WS-SINAL-ANTERIOR
                   MOVE "+" TO WS-MOV-SINAL
                   COMPUTE WS-MOV-VALOR =
                       WS-ENC-VALOR-SINAL - WS-SINAL-ANTERIOR
               ELSE
                   MOVE "-" TO WS-MOV-SINAL
                   COMPUTE WS-MOV-VALOR =
                       WS-SINAL-ANTERIOR - WS-ENC-VALOR-SINAL
                   IF WS-MOV-PGTO = SPACES
                       MOVE WS-PGTO-ANTERIOR TO WS-MOV-PGTO
                   END-IF
               END-IF
           ELSE
               MOVE WS-PGTO-ANTERIOR TO WS-ENC-TIPO-PGTO
           END-IF
           PERFORM P-MOVE-DADOS-ENCOMENDA
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR. STATUS="
                       WS-STATUS-ENCOMENDA
                   GO TO P-ALTERAR-ENCOMENDA-EXIT
           END-REWRITE
           IF WS-ENC-VALOR-SINAL NOT = WS-SINAL-ANTERIOR
               PERFORM P-GRAVA-SINAL
               IF WS-STATUS-GRAVACAO NOT = "00"
                   DISPLAY "ERRO AO GRAVAR VENDA.DAT. STATUS="
                       WS-STATUS-GRAVACAO " - ENCOMENDA NAO ALTERADA."
                   PERFORM P-RESTAURA-ENCOMENDA
                   GO TO P-ALTERAR-ENCOMENDA-EXIT
               END-IF
           END-IF
           DISPLAY "ENCOMENDA ALTERADA COM SUCESSO.".
       P-ALTERAR-ENCOMENDA-EXIT.
           EXIT.

      * A ENCOMENDA CANCELADA FICA NO ARQUIVO COM SITUACAO C. O SINAL
      * DEVOLVIDO NA HORA SAI DO CAIXA COMO SINAL - NO TIPO EM QUE FOI
      * PAGO; O NAO DEVOLVIDO CONTINUA REGISTRADO NA ENCOMENDA.
       P-CANCELAR-ENCOMENDA.
           DISPLAY "NUMERO DA ENCOMENDA A CANCELAR: " WITH NO ADVANCING
           ACCEPT WS-ENC-NUMERO
           MOVE WS-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   GO TO P-CANCELAR-ENCOMENDA-EXIT
           END-READ
           IF ENC-SITUACAO NOT = "A"
               DISPLAY "ENCOMENDA NAO ESTA ABERTA. SITUACAO="
                   ENC-SITUACAO
               GO TO P-CANCELAR-ENCOMENDA-EXIT
           END-IF
           PERFORM P-MOSTRA-ENCOMENDA
           DISPLAY "CONFIRMA CANCELAMENTO (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "CANCELAMENTO DESISTIDO."
               GO TO P-CANCELAR-ENCOMENDA-EXIT
           END-IF
           MOVE "N" TO WS-DEVOLVE-SINAL
           IF ENC-VALOR-SINAL > ZEROS
               DISPLAY "SINAL DEVOLVIDO AO CLIENTE AGORA (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "S" TO WS-DEVOLVE-SINAL
               END-IF
           END-IF
           MOVE REG-ENCOMENDA TO WS-ENCOMENDA-ANTERIOR
           MOVE "C"           TO ENC-SITUACAO
           MOVE WS-DATA-HOJE  TO ENC-DATA-BAIXA
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR. STATUS="
                       WS-STATUS-ENCOMENDA
                   GO TO P-CANCELAR-ENCOMENDA-EXIT
           END-REWRITE
           IF WS-DEVOLVE-SINAL = "S"
               MOVE "-"                 TO WS-MOV-SINAL
               MOVE ENC-VALOR-SINAL     TO WS-MOV-VALOR
               MOVE ENC-TIPO-PGTO-SINAL TO WS-MOV-PGTO
               PERFORM P-GRAVA-SINAL
               IF WS-STATUS-GRAVACAO NOT = "00"
                   DISPLAY "ERRO AO GRAVAR VENDA.DAT. STATUS="
                       WS-STATUS-GRAVACAO
                       " - ENCOMENDA NAO CANCELADA."
                   PERFORM P-RESTAURA-ENCOMENDA
                   GO TO P-CANCELAR-ENCOMENDA-EXIT
               END-IF
           END-IF
           IF ENC-VALOR-SINAL > ZEROS AND WS-DEVOLVE-SINAL = "N"
               DISPLAY "SINAL NAO DEVOLVIDO - FICA A ACERTAR."
           END-IF
           DISPLAY "ENCOMENDA CANCELADA. RESERVA LIBERADA.".
       P-CANCELAR-ENCOMENDA-EXIT.
           EXIT.

       P-CONSULTAR-ENCOMENDA.
           DISPLAY "NUMERO DA ENCOMENDA: " WITH NO ADVANCING.
           ACCEPT WS-ENC-NUMERO.
           MOVE WS-ENC-NUMERO TO ENC-NUMERO.
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM P-MOSTRA-ENCOMENDA
           END-READ.

       P-MOSTRA-ENCOMENDA.
           DISPLAY "NUMERO=" ENC-NUMERO " SITUACAO=" ENC-SITUACAO
               " ANOTADA EM " ENC-DATA-CADASTRO " POR " ENC-OPERADOR
           DISPLAY "CLIENTE=" ENC-CLIENTE " FONE=" ENC-FONE
           DISPLAY "SKU=" ENC-SKU " QTD=" ENC-QTD
               " PRECO=" ENC-VALOR-UNITARIO
               " RETIRADA=" ENC-DATA-RETIRADA
           DISPLAY "SINAL=" ENC-VALOR-SINAL
               " PAGO EM " ENC-TIPO-PGTO-SINAL
           IF ENC-SITUACAO NOT = "A"
               DISPLAY "BAIXADA EM " ENC-DATA-BAIXA
                   " SALDO PAGO EM " ENC-TIPO-PGTO-SALDO
           END-IF.

      * A ENCOMENDA VAI PARA O VENDA.DAT COMO UMA VENDA COMUM PELA
      * QUANTIDADE E PELO PRECO COMBINADOS, NO TIPO EM QUE O SALDO FOI
      * PAGO, E O SINAL JA RECEBIDO SAI DESSE MESMO TIPO COMO SINAL -
      * O CAIXA RECEBE SO O SALDO, QUE E O QUE O BOLOCXA VAI ESPERAR.
       P-RETIRAR-ENCOMENDA.
           DISPLAY "NUMERO DA ENCOMENDA A RETIRAR: " WITH NO ADVANCING
           ACCEPT WS-ENC-NUMERO
           MOVE WS-ENC-NUMERO TO ENC-NUMERO
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   GO TO P-RETIRAR-ENCOMENDA-EXIT
           END-READ
           IF ENC-SITUACAO NOT = "A"
               DISPLAY "ENCOMENDA NAO ESTA ABERTA. SITUACAO="
                   ENC-SITUACAO
               GO TO P-RETIRAR-ENCOMENDA-EXIT
           END-IF
           PERFORM P-MOSTRA-ENCOMENDA
           IF ENC-DATA-RETIRADA > WS-DATA-HOJE
               DISPLAY "AVISO: RETIRADA ANTES DA DATA COMBINADA."
           END-IF
           COMPUTE WS-VALOR-TOTAL = ENC-QTD * ENC-VALOR-UNITARIO
           COMPUTE WS-VALOR-SALDO = WS-VALOR-TOTAL - ENC-VALOR-SINAL
           MOVE WS-VALOR-SALDO TO WS-VALOR-EDITADO
           DISPLAY "SALDO A RECEBER ....: " WS-VALOR-EDITADO
           MOVE ENC-TIPO-PGTO-SINAL TO WS-ENC-TIPO-PGTO
           IF WS-VALOR-SALDO > ZEROS
               DISPLAY "PAGAMENTO DO SALDO (DIN/CAR/PIX): "
                   WITH NO ADVANCING
               ACCEPT WS-ENC-TIPO-PGTO
               IF WS-ENC-TIPO-PGTO NOT = "DIN"
                       AND WS-ENC-TIPO-PGTO NOT = "CAR"
                       AND WS-ENC-TIPO-PGTO NOT = "PIX"
                   DISPLAY "TIPO DE PAGAMENTO INVALIDO."
                       " RETIRADA NAO REGISTRADA."
                   GO TO P-RETIRAR-ENCOMENDA-EXIT
               END-IF
           END-IF
           DISPLAY "CONFIRMA RETIRADA (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "RETIRADA DESISTIDA."
               GO TO P-RETIRAR-ENCOMENDA-EXIT
           END-IF
           MOVE REG-ENCOMENDA    TO WS-ENCOMENDA-ANTERIOR
           MOVE "R"              TO ENC-SITUACAO
           MOVE WS-DATA-HOJE     TO ENC-DATA-BAIXA
           MOVE WS-ENC-TIPO-PGTO TO ENC-TIPO-PGTO-SALDO
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR ENCOMENDA. STATUS="
                       WS-STATUS-ENCOMENDA
                       " - RETIRADA NAO REGISTRADA."
                   GO TO P-RETIRAR-ENCOMENDA-EXIT
           END-REWRITE
      * A ENCOMENDA JA ESTA BAIXADA - SE NADA CHEGOU AO VENDA.DAT ELA
      * VOLTA A FICAR ABERTA; SE A VENDA FOI E SO O SINAL FALTOU, ELA
      * FICA RETIRADA (UMA NOVA RETIRADA VENDERIA DUAS VEZES) E O
      * ABATIMENTO DO SINAL FICA PARA O SUPERVISOR LANCAR.
           PERFORM P-GRAVA-VENDA-RETIRADA
           IF WS-STATUS-GRAVACAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR VENDA.DAT. STATUS="
                   WS-STATUS-GRAVACAO
               IF WS-MOV-GRAVADOS = ZEROS
                   DISPLAY "RETIRADA NAO REGISTRADA."
                   PERFORM P-RESTAURA-ENCOMENDA
               ELSE
                   MOVE ENC-VALOR-SINAL TO WS-VALOR-EDITADO
                   DISPLAY "VENDA GRAVADA SEM O ABATIMENTO DO SINAL DE "
                       WS-VALOR-EDITADO " - AVISE O SUPERVISOR."
               END-IF
               GO TO P-RETIRAR-ENCOMENDA-EXIT
           END-IF
           DISPLAY "RETIRADA REGISTRADA COM SUCESSO.".
       P-RETIRAR-ENCOMENDA-EXIT.
           EXIT.

       P-GRAVA-VENDA-RETIRADA.
           MOVE ZEROS TO WS-MOV-GRAVADOS
           PERFORM P-ABRE-VENDA
           MOVE "V"                TO WS-MOV-TIPO
           MOVE SPACES             TO WS-MOV-SINAL
           MOVE ENC-QTD            TO WS-MOV-QTD
           MOVE ENC-VALOR-UNITARIO TO WS-MOV-VALOR
           MOVE WS-ENC-TIPO-PGTO   TO WS-MOV-PGTO
           PERFORM P-GRAVA-MOVIMENTO
           IF WS-STATUS-GRAVACAO = "00"
               MOVE 1 TO WS-MOV-GRAVADOS
           END-IF
           IF ENC-VALOR-SINAL > ZEROS
               MOVE "S"             TO WS-MOV-TIPO
               MOVE "-"             TO WS-MOV-SINAL
               MOVE 1               TO WS-MOV-QTD
               MOVE ENC-VALOR-SINAL TO WS-MOV-VALOR
               PERFORM P-GRAVA-MOVIMENTO
           END-IF
           PERFORM P-FECHA-VENDA.

      * DESFAZ A ALTERACAO, O CANCELAMENTO OU A RETIRADA CUJO
      * MOVIMENTO NAO CHEGOU AO VENDA.DAT.
       P-RESTAURA-ENCOMENDA.
           MOVE WS-ENCOMENDA-ANTERIOR TO REG-ENCOMENDA
           REWRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO RESTAURAR A ENCOMENDA " ENC-NUMERO
                       ". STATUS=" WS-STATUS-ENCOMENDA
                       " - AVISE O SUPERVISOR."
           END-REWRITE.

      * UM SINAL SO - RECEBIDO, COMPLEMENTADO, REDUZIDO OU DEVOLVIDO.
      * O CHAMADOR PREENCHE WS-MOV-SINAL, WS-MOV-VALOR E WS-MOV-PGTO.
       P-GRAVA-SINAL.
           PERFORM P-ABRE-VENDA
           MOVE "S" TO WS-MOV-TIPO
           MOVE 1   TO WS-MOV-QTD
           PERFORM P-GRAVA-MOVIMENTO
           PERFORM P-FECHA-VENDA.

      * WS-STATUS-GRAVACAO GUARDA O PRIMEIRO STATUS DIFERENTE DE "00"
      * DA ABERTURA, DE CADA GRAVACAO E DO FECHAMENTO - DEPOIS DE UMA
      * FALHA NADA MAIS E GRAVADO.
       P-ABRE-VENDA.
           MOVE "N" TO WS-VENDA-ABERTA
           OPEN EXTEND VENDA
           IF WS-STATUS-VENDA NOT = "00"
               OPEN OUTPUT VENDA
           END-IF
           IF WS-STATUS-VENDA = "00"
               MOVE "S" TO WS-VENDA-ABERTA
           END-IF
           MOVE WS-STATUS-VENDA TO WS-STATUS-GRAVACAO.

       P-GRAVA-MOVIMENTO.
           IF WS-STATUS-GRAVACAO = "00"
               MOVE ENC-SKU            TO VENDA-SKU
               MOVE WS-MOV-QTD         TO VENDA-QTD-VENDIDA
               MOVE WS-MOV-VALOR       TO VENDA-VALOR-VENDA
               MOVE FUNCTION CURRENT-DATE(1:14) TO VENDA-DATA-HORA
               MOVE WS-MOV-TIPO        TO VENDA-TIPO-MOVTO
               MOVE WS-MOV-SINAL       TO VENDA-SINAL-AJUSTE
               MOVE WS-MOV-PGTO        TO VENDA-TIPO-PGTO
               MOVE ZEROS              TO VENDA-CLIENTE
               WRITE REGISTRO-VENDA
               MOVE WS-STATUS-VENDA TO WS-STATUS-GRAVACAO
           END-IF.

       P-FECHA-VENDA.
           IF WS-VENDA-ABERTA = "S"
               CLOSE VENDA
               IF WS-STATUS-GRAVACAO = "00"
                   MOVE WS-STATUS-VENDA TO WS-STATUS-GRAVACAO
               END-IF
           END-IF.

       P-LISTAR-ABERTAS.
           MOVE ZEROS TO ENC-NUMERO.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE "N" TO WS-ACHOU.
           START ENCOMENDAS KEY IS NOT LESS ENC-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM P-LISTA-PROXIMA-ENCOMENDA UNTIL WS-FIM-LISTA = "S".
           IF WS-ACHOU = "N"
               DISPLAY "NENHUMA ENCOMENDA ABERTA."
           END-IF.

       P-LISTA-PROXIMA-ENCOMENDA.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   IF ENC-SITUACAO = "A"
                       MOVE "S" TO WS-ACHOU
                       DISPLAY "NUMERO=" ENC-NUMERO
                           " RETIRADA=" ENC-DATA-RETIRADA
                           " SKU=" ENC-SKU
                           " QTD=" ENC-QTD
                           " CLIENTE=" ENC-CLIENTE
                   END-IF
           END-READ.

       P-FIM-EXIT.
           EXIT PROGRAM.

       P-FIM-STOP-RUM.
           STOP RUN.
