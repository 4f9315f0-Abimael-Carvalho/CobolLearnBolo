      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: MONTH-END CUSTOMER ACCOUNT STATEMENTS AND AGING
      * WALKS CLIENTE.DAT AND, FOR EACH CUSTOMER, READS THE ACCOUNT
      * MOVEMENTS ON MOVCLI.DAT IN THE ORDER THEY WERE POSTED. PRINTS
      * ON RELAT ONE STATEMENT PER CUSTOMER FOR THE MONTH: THE
      * BALANCE BROUGHT FORWARD, EACH DATED PURCHASE, RETURN AND
      * PAYMENT WITH THE RUNNING BALANCE, AND THE BALANCE AT MONTH
      * END. A CUSTOMER WITH NO MOVEMENT IN THE MONTH AND A ZERO
      * BALANCE GETS NO STATEMENT. PRINTS ON IDADE THE AGED-BALANCE
      * LISTING: THE MONTH-END BALANCE OF EVERY CUSTOMER SPLIT BY
      * THE AGE OF THE UNPAID PURCHASES (0-30, 31-60, 61-90 AND OVER
      * 90 DAYS). PAYMENTS AND RETURNS PAY THE OLDEST PURCHASES
      * FIRST, SO WHAT IS LEFT IS THE NEWEST DEBT. A CUSTOMER WITH
      * ANY DEBT OLDER THAN 60 DAYS IS MARKED 60+ - THOSE ARE THE
      * ONES WHO HAVE NOT PAID IN 60 DAYS.
      * THE MONTH COMES FROM THE COMMAND LINE (AAAAMM, DEFAULT THE
      * CURRENT MONTH). MOVEMENTS AFTER THE MONTH ARE LEFT OUT, SO A
      * STATEMENT RUN A FEW DAYS LATE STILL CLOSES AT MONTH END; THE
      * AGES ARE COUNTED TO THE LAST DAY OF THE MONTH (OR TO TODAY
      * WHEN THE MONTH IS NOT OVER YET). READ ONLY - RUN IT AS MANY
      * TIMES AS NEEDED.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOEXT.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT IDADE ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-IDADE.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOEXT.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       FD IDADE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOIDA.RPT".

           01 LINHA-IDADE          PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-CLIENTE    PIC   X(02).
           77 WS-STATUS-MOVCLI     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-IDADE      PIC   X(02).
           77 WS-FIM-CLIENTES      PIC   X(01) VALUE "N".
           77 WS-FIM-CONTA         PIC   X(01) VALUE "N".

           77 WS-PARM-MES          PIC   X(06) VALUE SPACES.
           77 WS-MES-REF           PIC   9(06) VALUE ZEROS.
           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.
           77 WS-DATA-INICIO       PIC   9(08) VALUE ZEROS.
           77 WS-DATA-FIM          PIC   9(08) VALUE ZEROS.
           77 WS-DATA-REF          PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-REF          PIC   9(07) VALUE ZEROS.
           77 WS-DIAS-IDADE        PIC  S9(07) VALUE ZEROS.
           77 WS-DATA-MOVTO        PIC   9(08) VALUE ZEROS.

      * MES SEGUINTE - O ULTIMO DIA DO MES E A VESPERA DO DIA 1 DELE
           01 WS-MES-SEGUINTE.
               05 WS-MS-ANO        PIC 9(04).
               05 WS-MS-MES        PIC 9(02).
               05 WS-MS-DIA        PIC 9(02).
           01 WS-MES-SEGUINTE-N REDEFINES WS-MES-SEGUINTE
                                   PIC 9(08).

      * TOTAIS DA CONTA DO CLIENTE NO MES
           77 WS-SALDO-ANTERIOR    PIC  S9(07)V99 VALUE ZEROS.
           77 WS-SALDO-FINAL       PIC  S9(07)V99 VALUE ZEROS.
           77 WS-DEBITOS-MES       PIC  S9(08)V99 VALUE ZEROS.
           77 WS-CREDITOS-MES      PIC  S9(08)V99 VALUE ZEROS.
           77 WS-CREDITOS-TOTAL    PIC  S9(09)V99 VALUE ZEROS.
           77 WS-MOVTOS-MES        PIC   9(05) VALUE ZEROS.
           77 WS-ULT-PGTO          PIC   9(08) VALUE ZEROS.
           77 WS-EXTRATO-ABERTO    PIC   X(01) VALUE "N".
           77 WS-VALOR-SINAL       PIC  S9(08)V99 VALUE ZEROS.
           77 WS-EM-ABERTO         PIC  S9(08)V99 VALUE ZEROS.

      * FAIXAS DE IDADE DO SALDO DO CLIENTE
           77 WS-FAIXA-30          PIC  S9(08)V99 VALUE ZEROS.
           77 WS-FAIXA-60          PIC  S9(08)V99 VALUE ZEROS.
           77 WS-FAIXA-90          PIC  S9(08)V99 VALUE ZEROS.
           77 WS-FAIXA-MAIS        PIC  S9(08)V99 VALUE ZEROS.

      * TOTAIS GERAIS
           77 WS-TOTAL-CLIENTES    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-EXTRATOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-ATRASADOS   PIC   9(05) VALUE ZEROS.
           77 WS-TOT-SALDO         PIC  S9(09)V99 VALUE ZEROS.
           77 WS-TOT-FAIXA-30      PIC  S9(09)V99 VALUE ZEROS.
           77 WS-TOT-FAIXA-60      PIC  S9(09)V99 VALUE ZEROS.
           77 WS-TOT-FAIXA-90      PIC  S9(09)V99 VALUE ZEROS.
           77 WS-TOT-FAIXA-MAIS    PIC  S9(09)V99 VALUE ZEROS.

           77 WS-VALOR-EDITADO     PIC  -ZZZZZZZ9,99.
           77 WS-SALDO-EDITADO     PIC  -ZZZZZZZ9,99.
           77 WS-LIMITE-EDITADO    PIC   ZZZZ9,99.

           01 WS-LINHA-EXTRATO.
               05 WS-LE-DATA       PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LE-HISTORICO  PIC X(20).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LE-SKU        PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LE-QTD        PIC ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LE-VALOR      PIC -ZZZZZZZ9,99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LE-SALDO      PIC -ZZZZZZZ9,99.

           01 WS-LINHA-IDADE.
               05 WS-LI-CODIGO     PIC 9(06).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-NOME       PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-SALDO      PIC -ZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-FAIXA-30   PIC -ZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-FAIXA-60   PIC -ZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-FAIXA-90   PIC -ZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-FAIXA-MAIS PIC -ZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-ULT-PGTO   PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-MARCA      PIC X(03).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-CLIENTE UNTIL WS-FIM-CLIENTES = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           DISPLAY "EXTRATOS DE " WS-MES-REF ": " WS-TOTAL-EXTRATOS
               " EMITIDOS, " WS-TOTAL-ATRASADOS
               " CLIENTE(S) COM DIVIDA DE MAIS DE 60 DIAS."
           STOP RUN.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           ACCEPT WS-PARM-MES FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-MES) NOT = SPACES
                   AND WS-PARM-MES IS NUMERIC
               MOVE WS-PARM-MES TO WS-MES-REF
           ELSE
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-REF
           END-IF.

           PERFORM P-CALCULA-PERIODO.

           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTE NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTE.DAT. STATUS="
                   WS-STATUS-CLIENTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MOVCLI
           IF WS-STATUS-MOVCLI NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVCLI.DAT. STATUS="
                   WS-STATUS-MOVCLI
               CLOSE CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT
           OPEN OUTPUT IDADE.

      * O PERIODO VAI DO DIA 1 AO ULTIMO DIA DO MES. A IDADE DA
      * DIVIDA E CONTADA ATE O FIM DO MES, OU ATE HOJE SE O MES
      * AINDA NAO ACABOU.
       P-CALCULA-PERIODO.
           COMPUTE WS-DATA-INICIO = WS-MES-REF * 100 + 1
           MOVE WS-MES-REF (1:4) TO WS-MS-ANO
           MOVE WS-MES-REF (5:2) TO WS-MS-MES
           MOVE 1 TO WS-MS-DIA
           IF WS-MS-MES = 12
               ADD 1 TO WS-MS-ANO
               MOVE 1 TO WS-MS-MES
           ELSE
               ADD 1 TO WS-MS-MES
           END-IF
           COMPUTE WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE-N) - 1
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-REF)
           IF WS-DATA-FIM > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-REF
           ELSE
               MOVE WS-DATA-FIM TO WS-DATA-REF
           END-IF
           COMPUTE WS-DIAS-REF = FUNCTION INTEGER-OF-DATE(WS-DATA-REF).

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATOS DE CONTA DE CLIENTE (FIADO) - MES "
                   DELIMITED SIZE
               WS-MES-REF DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-IDADE
           STRING "SALDOS POR IDADE - CONTAS DE CLIENTE EM "
                   DELIMITED SIZE
               WS-DATA-REF DELIMITED SIZE
               INTO LINHA-IDADE
           WRITE LINHA-IDADE
           MOVE SPACES TO LINHA-IDADE
           STRING "CODIGO NOME                       SALDO"
                   DELIMITED SIZE
               "   ATE 30 D  31 A 60 D  61 A 90 D  MAIS 90 D"
                   DELIMITED SIZE
               " ULT.PGTO" DELIMITED SIZE
               INTO LINHA-IDADE
           WRITE LINHA-IDADE.

       P-PROCESSA-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CLIENTES
               NOT AT END
                   ADD 1 TO WS-TOTAL-CLIENTES
                   PERFORM P-EXTRATO-CLIENTE
                   IF WS-SALDO-FINAL NOT = ZEROS
                       PERFORM P-IDADE-CLIENTE
                   END-IF
           END-READ.

      * UMA SO PASSADA PELA CONTA: O QUE E DE ANTES DO MES SO DA O
      * SALDO ANTERIOR (MCL-SALDO E O SALDO LOGO APOS O MOVIMENTO),
      * O QUE E DO MES VAI PARA O EXTRATO E O QUE E DEPOIS DO MES
      * FICA DE FORA. OS MOVIMENTOS ESTAO NA ORDEM EM QUE FORAM
      * POSTADOS, ENTAO O PRIMEIRO DEPOIS DO MES ENCERRA A LEITURA.
       P-EXTRATO-CLIENTE.
           MOVE ZEROS TO WS-SALDO-ANTERIOR
                         WS-DEBITOS-MES
                         WS-CREDITOS-MES
                         WS-CREDITOS-TOTAL
                         WS-MOVTOS-MES
                         WS-ULT-PGTO
           MOVE "N" TO WS-EXTRATO-ABERTO
           PERFORM P-INICIA-CONTA
           PERFORM P-LE-MOVTO-EXTRATO UNTIL WS-FIM-CONTA = "S"
           IF WS-MOVTOS-MES = ZEROS
               MOVE WS-SALDO-ANTERIOR TO WS-SALDO-FINAL
               IF WS-SALDO-ANTERIOR NOT = ZEROS
                   PERFORM P-ABRE-EXTRATO
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE "          SEM MOVIMENTO NO MES"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF
           IF WS-EXTRATO-ABERTO = "S"
               PERFORM P-FECHA-EXTRATO
           END-IF.

       P-INICIA-CONTA.
           MOVE "N" TO WS-FIM-CONTA
           MOVE CLI-CODIGO TO MCL-CLIENTE
           MOVE ZEROS TO MCL-SEQUENCIA
           START MOVCLI KEY IS NOT LESS MCL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTA
           END-START.

       P-LE-MOVTO-EXTRATO.
           READ MOVCLI NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTA
               NOT AT END
                   IF MCL-CLIENTE NOT = CLI-CODIGO
                       MOVE "S" TO WS-FIM-CONTA
                   ELSE
                       MOVE MCL-DATA-HORA (1:8) TO WS-DATA-MOVTO
                       IF WS-DATA-MOVTO > WS-DATA-FIM
                           MOVE "S" TO WS-FIM-CONTA
                       ELSE
                           PERFORM P-AVALIA-MOVTO
                       END-IF
                   END-IF
           END-READ.

       P-AVALIA-MOVTO.
           IF MCL-TIPO = "P" OR MCL-TIPO = "D"
               ADD MCL-VALOR TO WS-CREDITOS-TOTAL
           END-IF
           IF MCL-TIPO = "P"
               MOVE WS-DATA-MOVTO TO WS-ULT-PGTO
           END-IF
           IF WS-DATA-MOVTO < WS-DATA-INICIO
               MOVE MCL-SALDO TO WS-SALDO-ANTERIOR
           ELSE
               IF WS-EXTRATO-ABERTO = "N"
                   PERFORM P-ABRE-EXTRATO
               END-IF
               ADD 1 TO WS-MOVTOS-MES
               MOVE MCL-SALDO TO WS-SALDO-FINAL
               PERFORM P-IMPRIME-MOVTO
           END-IF.

       P-ABRE-EXTRATO.
           MOVE "S" TO WS-EXTRATO-ABERTO
           ADD 1 TO WS-TOTAL-EXTRATOS
           MOVE CLI-LIMITE TO WS-LIMITE-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTE: " DELIMITED SIZE
               CLI-CODIGO DELIMITED SIZE
               " " DELIMITED SIZE
               CLI-NOME DELIMITED SIZE
               " LIMITE: " DELIMITED SIZE
               WS-LIMITE-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATO DE " DELIMITED SIZE
               WS-DATA-INICIO DELIMITED SIZE
               " A " DELIMITED SIZE
               WS-DATA-FIM DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DATA      HISTORICO                 SKU   QTD"
                   DELIMITED SIZE
               "         VALOR         SALDO" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO WS-LINHA-EXTRATO
           MOVE WS-DATA-INICIO     TO WS-LE-DATA
           MOVE "SALDO ANTERIOR"   TO WS-LE-HISTORICO
           MOVE WS-SALDO-ANTERIOR  TO WS-LE-SALDO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-EXTRATO TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO (33:27)
           WRITE LINHA-RELATORIO.

      * COMPRA E SALDO DE ABERTURA AUMENTAM A DIVIDA, DEVOLUCAO E
      * PAGAMENTO DIMINUEM - O VALOR SAI COM O SINAL DO EFEITO.
       P-IMPRIME-MOVTO.
           MOVE SPACES TO WS-LINHA-EXTRATO
           MOVE WS-DATA-MOVTO TO WS-LE-DATA
           MOVE MCL-SKU       TO WS-LE-SKU
           MOVE MCL-QTD       TO WS-LE-QTD
           EVALUATE MCL-TIPO
               WHEN "C"
                   MOVE "COMPRA" TO WS-LE-HISTORICO
                   MOVE MCL-VALOR TO WS-VALOR-SINAL
                   ADD MCL-VALOR TO WS-DEBITOS-MES
               WHEN "S"
                   MOVE "SALDO DE ABERTURA" TO WS-LE-HISTORICO
                   MOVE MCL-VALOR TO WS-VALOR-SINAL
                   ADD MCL-VALOR TO WS-DEBITOS-MES
               WHEN "D"
                   MOVE "DEVOLUCAO" TO WS-LE-HISTORICO
                   COMPUTE WS-VALOR-SINAL = ZEROS - MCL-VALOR
                   ADD MCL-VALOR TO WS-CREDITOS-MES
               WHEN "P"
                   MOVE SPACES TO WS-LE-HISTORICO
                   STRING "PAGAMENTO " DELIMITED SIZE
                       MCL-TIPO-PGTO DELIMITED SIZE
                       INTO WS-LE-HISTORICO
                   COMPUTE WS-VALOR-SINAL = ZEROS - MCL-VALOR
                   ADD MCL-VALOR TO WS-CREDITOS-MES
               WHEN OTHER
                   MOVE "MOVIMENTO DESCONHECIDO" TO WS-LE-HISTORICO
                   MOVE ZEROS TO WS-VALOR-SINAL
           END-EVALUATE
           MOVE WS-VALOR-SINAL TO WS-LE-VALOR
           MOVE MCL-SALDO      TO WS-LE-SALDO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-EXTRATO TO LINHA-RELATORIO
           IF MCL-SKU = ZEROS
               MOVE SPACES TO LINHA-RELATORIO (33:13)
           END-IF
           WRITE LINHA-RELATORIO.

       P-FECHA-EXTRATO.
           MOVE WS-DEBITOS-MES TO WS-VALOR-EDITADO
           MOVE WS-CREDITOS-MES TO WS-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMPRAS NO MES=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               " PAGAMENTOS E DEVOLUCOES=" DELIMITED SIZE
               WS-SALDO-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-SALDO-FINAL TO WS-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-SALDO-FINAL < ZEROS
               STRING "SALDO EM " DELIMITED SIZE
                   WS-DATA-FIM DELIMITED SIZE
                   " (CREDITO DO CLIENTE)=" DELIMITED SIZE
                   WS-SALDO-EDITADO DELIMITED SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "SALDO DEVEDOR EM " DELIMITED SIZE
                   WS-DATA-FIM DELIMITED SIZE
                   "=" DELIMITED SIZE
                   WS-SALDO-EDITADO DELIMITED SIZE
                   INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

      * PAGAMENTOS E DEVOLUCOES ATE O FIM DO MES QUITAM AS COMPRAS
      * MAIS ANTIGAS PRIMEIRO. O QUE SOBRA DE CADA COMPRA ESTA EM
      * ABERTO E ENTRA NA FAIXA DA IDADE DA COMPRA. UMA CONTA COM
      * SALDO CREDOR NAO TEM DIVIDA PARA ENVELHECER.
       P-IDADE-CLIENTE.
           MOVE ZEROS TO WS-FAIXA-30
                         WS-FAIXA-60
                         WS-FAIXA-90
                         WS-FAIXA-MAIS
           IF WS-SALDO-FINAL > ZEROS
               PERFORM P-INICIA-CONTA
               PERFORM P-LE-MOVTO-IDADE UNTIL WS-FIM-CONTA = "S"
           END-IF
           MOVE SPACES TO WS-LI-MARCA
           IF WS-FAIXA-90 > ZEROS OR WS-FAIXA-MAIS > ZEROS
               MOVE "60+" TO WS-LI-MARCA
               ADD 1 TO WS-TOTAL-ATRASADOS
           END-IF
           ADD WS-SALDO-FINAL TO WS-TOT-SALDO
           ADD WS-FAIXA-30    TO WS-TOT-FAIXA-30
           ADD WS-FAIXA-60    TO WS-TOT-FAIXA-60
           ADD WS-FAIXA-90    TO WS-TOT-FAIXA-90
           ADD WS-FAIXA-MAIS  TO WS-TOT-FAIXA-MAIS
           MOVE CLI-CODIGO     TO WS-LI-CODIGO
           MOVE CLI-NOME       TO WS-LI-NOME
           MOVE WS-SALDO-FINAL TO WS-LI-SALDO
           MOVE WS-FAIXA-30    TO WS-LI-FAIXA-30
           MOVE WS-FAIXA-60    TO WS-LI-FAIXA-60
           MOVE WS-FAIXA-90    TO WS-LI-FAIXA-90
           MOVE WS-FAIXA-MAIS  TO WS-LI-FAIXA-MAIS
           MOVE WS-ULT-PGTO    TO WS-LI-ULT-PGTO
           MOVE SPACES TO LINHA-IDADE
           MOVE WS-LINHA-IDADE TO LINHA-IDADE
           WRITE LINHA-IDADE.

       P-LE-MOVTO-IDADE.
           READ MOVCLI NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONTA
               NOT AT END
                   IF MCL-CLIENTE NOT = CLI-CODIGO
                       MOVE "S" TO WS-FIM-CONTA
                   ELSE
                       MOVE MCL-DATA-HORA (1:8) TO WS-DATA-MOVTO
                       IF WS-DATA-MOVTO > WS-DATA-FIM
                           MOVE "S" TO WS-FIM-CONTA
                       ELSE
                           IF MCL-TIPO = "C" OR MCL-TIPO = "S"
                               PERFORM P-ENVELHECE-COMPRA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       P-ENVELHECE-COMPRA.
           IF WS-CREDITOS-TOTAL NOT < MCL-VALOR
               SUBTRACT MCL-VALOR FROM WS-CREDITOS-TOTAL
           ELSE
               COMPUTE WS-EM-ABERTO = MCL-VALOR - WS-CREDITOS-TOTAL
               MOVE ZEROS TO WS-CREDITOS-TOTAL
               COMPUTE WS-DIAS-IDADE = WS-DIAS-REF
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO)
               EVALUATE TRUE
                   WHEN WS-DIAS-IDADE <= 30
                       ADD WS-EM-ABERTO TO WS-FAIXA-30
                   WHEN WS-DIAS-IDADE <= 60
                       ADD WS-EM-ABERTO TO WS-FAIXA-60
                   WHEN WS-DIAS-IDADE <= 90
                       ADD WS-EM-ABERTO TO WS-FAIXA-90
                   WHEN OTHER
                       ADD WS-EM-ABERTO TO WS-FAIXA-MAIS
               END-EVALUATE
           END-IF.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTES LIDOS=" DELIMITED SIZE
               WS-TOTAL-CLIENTES DELIMITED SIZE
               " EXTRATOS EMITIDOS=" DELIMITED SIZE
               WS-TOTAL-EXTRATOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-IDADE
           WRITE LINHA-IDADE
           MOVE SPACES         TO WS-LINHA-IDADE
           MOVE ZEROS          TO WS-LI-CODIGO
           MOVE "TOTAL"        TO WS-LI-NOME
           MOVE WS-TOT-SALDO   TO WS-LI-SALDO
           MOVE WS-TOT-FAIXA-30 TO WS-LI-FAIXA-30
           MOVE WS-TOT-FAIXA-60 TO WS-LI-FAIXA-60
           MOVE WS-TOT-FAIXA-90 TO WS-LI-FAIXA-90
           MOVE WS-TOT-FAIXA-MAIS TO WS-LI-FAIXA-MAIS
           MOVE SPACES TO LINHA-IDADE
           MOVE WS-LINHA-IDADE TO LINHA-IDADE
           MOVE SPACES TO LINHA-IDADE (1:7)
           MOVE SPACES TO LINHA-IDADE (85:16)
           WRITE LINHA-IDADE
           MOVE SPACES TO LINHA-IDADE
           STRING "CLIENTES COM DIVIDA DE MAIS DE 60 DIAS (60+)="
                   DELIMITED SIZE
               WS-TOTAL-ATRASADOS DELIMITED SIZE
               INTO LINHA-IDADE
           WRITE LINHA-IDADE.

       P-ENCERRAMENTO.
           CLOSE CLIENTES
           CLOSE MOVCLI
           CLOSE RELAT
           CLOSE IDADE.
