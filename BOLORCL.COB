      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: LOT RECALL AND QUARANTINE (RECOLHIMENTO)
      * WHEN THE HEALTH INSPECTOR OR A SUPPLIER CALLS ABOUT A BAD
      * BATCH THE SUPERVISOR TYPES ONE LINE ON RECOLHE.DAT PER
      * INSTRUCTION - A SKU OR A WHOLE CATEGORIA AND A RANGE OF
      * PRODUCTION DATES (LOTE-NUMERO) - AND RUNS THIS JOB. EACH LINE
      * SAYS WHAT TO DO WITH THE LOTS IT NAMES:
      *   Q - QUARANTINE: LOTE-SITUACAO GOES TO Q ON BOLOLOT.DAT. THE
      *       UNITS STAY IN QTD-ESTOQUE BUT BOLOVDA NO LONGER SELLS
      *       THEM AND BOLOPOS DROPS A SKU WHOSE WHOLE STOCK IS HELD.
      *   L - RELEASE: THE QUARANTINED LOT GOES BACK ON SALE.
      *   D - DESTROY: THE QUARANTINED LOT IS DELETED AND ITS UNITS
      *       COME OUT OF QTD-ESTOQUE, POSTED ON PRODLOG AS A DESCARTE
      *       WRITE-OFF LIKE THE EXPIRY WRITE-OFF OF BOLOBXA.
      * THE OPERATOR ON EVERY LINE MUST BE A SUPERVISOR (NIVEL 2) ON
      * OPERADOR.DAT - A LINE FROM ANYONE ELSE IS REFUSED - AND GOES
      * ONTO EVERY PRODLOG RECORD THE LINE CAUSES.
      * THE RECALL REPORT LISTS EVERY LOT TAKEN, INCLUDING A LOT OF
      * THE RANGE ALREADY SOLD OUT (IT IS IN CUSTOMERS' HANDS), WITH
      * THE QUANTITY BAKED, SOLD, THROWN AWAY AND ADJUSTED TAKEN FROM
      * THE LOT ENTRIES ON THE PRODLOG TRAIL ("LOTE AAAAMMDD" IN
      * LOG-CAMPO) AND THE QUANTITY STILL ON THE SHELF. THE DIFERENCA
      * COLUMN IS WHAT THE TRAIL CANNOT ACCOUNT FOR (MOVEMENT OLDER
      * THAN THE LOT TRAIL OR ALREADY ARCHIVED BY BOLOARC).
      * NOTHING IS CHANGED WHEN THE LOTS TAKEN DO NOT FIT THE TABLE -
      * THE RUN ENDS WITH RETURN-CODE 8. A REFUSED LINE OR A LOT THAT
      * COULD NOT BE UPDATED ENDS WITH RETURN-CODE 4.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLORCL.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOLHE ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECOLHE.

           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPER.

           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS LOTE-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

           SELECT PRODLOG ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-LOG.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD RECOLHE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECOLHE.DAT".

           01 REGISTRO-RECOLHE.
              COPY BOLORCL.

       FD OPERADORES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           01 REG-OPERADOR.
              COPY BOLOOPE.

       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLO.DAT".

           01 PRODUTO.
              COPY BOLOREC.

       FD LOTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOLOT.DAT".

           01 REGISTRO-LOTE.
              COPY BOLOLOT.

       FD PRODLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOLOG.DAT".

           01 REGISTRO-LOG.
              COPY BOLOLOG.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLORCL.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-RECOLHE    PIC   X(02).
           77 WS-STATUS-OPER       PIC   X(02).
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-LOG        PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-RECOLHE       PIC   X(01) VALUE "N".
           77 WS-FIM-LOTES         PIC   X(01) VALUE "N".
           77 WS-FIM-LOG           PIC   X(01) VALUE "N".
           77 WS-ESTOURO           PIC   X(01) VALUE "N".

           77 WS-TOTAL-LINHAS      PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-RECUSADAS   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-LOG-LIDOS   PIC   9(07) VALUE ZEROS.
           77 WS-TOTAL-QUARENTENA  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-LIBERADOS   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-DESTRUIDOS  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-ESGOTADOS   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-FALHAS      PIC   9(05) VALUE ZEROS.
           77 WS-UNIDADES-RETIDAS  PIC   9(07) VALUE ZEROS.
           77 WS-UNIDADES-DESTRUIDAS PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-PERDA       PIC   9(07)V99 VALUE ZEROS.
           77 WS-TOTAL-PERDA       PIC   9(09)V99 VALUE ZEROS.

      * CAMPOS DE APOIO PARA A VALIDACAO DA LINHA DO SUPERVISOR
           77 WS-MOTIVO-RECUSA     PIC   X(30) VALUE SPACES.

      * CAMPOS DE APOIO PARA CASAR UM LOTE COM AS INSTRUCOES
           77 WS-CASA-SKU          PIC   9(07) VALUE ZEROS.
           77 WS-CASA-LOTE         PIC   9(08) VALUE ZEROS.
           77 WS-CASA-SO-QUARENTENA PIC  X(01) VALUE "N".
           77 WS-ORDEM-ACHADA      PIC   9(03) COMP VALUE ZEROS.
           77 WS-CATEG-SKU         PIC   9(07) VALUE ZEROS.
           77 WS-CATEG-ATUAL       PIC   9(03) VALUE ZEROS.
           77 WS-CATEG-ACHOU       PIC   X(01) VALUE "N".

      * CAMPOS DE APOIO PARA A LEITURA DA TRILHA
           77 WS-LOG-LOTE          PIC   9(08) VALUE ZEROS.
           77 WS-LOG-DIFERENCA     PIC  S9(05) VALUE ZEROS.
           77 WS-LOTE-ACHADO       PIC   9(03) COMP VALUE ZEROS.

      * CAMPOS DE APOIO PARA A GRAVACAO DA TRILHA
           77 WS-LOG-OPERACAO      PIC   X(10) VALUE SPACES.
           77 WS-LOG-CAMPO         PIC   X(15) VALUE SPACES.
           77 WS-LOG-VALOR-ANTIGO  PIC   X(15) VALUE SPACES.
           77 WS-LOG-VALOR-NOVO    PIC   X(15) VALUE SPACES.
           77 WS-LOG-OPERADOR      PIC   X(08) VALUE SPACES.
           77 WS-LOG-QTD-EDITADO   PIC   ZZZ9.
           77 WS-QTD-ANTIGA        PIC   9(04) VALUE ZEROS.
           77 WS-QTD-LOTE          PIC   9(04) VALUE ZEROS.
           77 WS-SITUACAO-LOTE     PIC   X(14) VALUE SPACES.

           77 WS-ORD-IND           PIC   9(03) COMP VALUE ZEROS.
           77 WS-LT-IND            PIC   9(03) COMP VALUE ZEROS.

      * INSTRUCOES ACEITAS DE RECOLHE.DAT
           01 WS-TABELA-ORDENS.
               05 WS-ORD-TOTAL     PIC 9(03) COMP VALUE ZEROS.
               05 WS-ORD-ENTRADA OCCURS 50 TIMES.
                   10 WS-ORD-ACAO      PIC X(01).
                   10 WS-ORD-TIPO      PIC X(01).
                   10 WS-ORD-CODIGO    PIC 9(07).
                   10 WS-ORD-INICIO    PIC 9(08).
                   10 WS-ORD-FIM       PIC 9(08).
                   10 WS-ORD-OPERADOR  PIC X(08).
                   10 WS-ORD-LOTES     PIC 9(03).

      * LOTES TOMADOS PELAS INSTRUCOES. WS-LT-NO-ARQUIVO N E UM LOTE
      * QUE SO EXISTE NA TRILHA - JA FOI TODO VENDIDO OU DESCARTADO.
           01 WS-TABELA-LOTES.
               05 WS-LT-TOTAL      PIC 9(03) COMP VALUE ZEROS.
               05 WS-LT-ENTRADA OCCURS 500 TIMES.
                   10 WS-LT-SKU        PIC 9(07).
                   10 WS-LT-NUMERO     PIC 9(08).
                   10 WS-LT-VALIDADE   PIC 9(08).
                   10 WS-LT-QTD        PIC 9(04).
                   10 WS-LT-SITUACAO   PIC X(01).
                   10 WS-LT-ORDEM      PIC 9(03) COMP.
                   10 WS-LT-NO-ARQUIVO PIC X(01).
                   10 WS-LT-ASSADO     PIC S9(05).
                   10 WS-LT-VENDIDO    PIC S9(05).
                   10 WS-LT-DESCARTADO PIC S9(05).
                   10 WS-LT-AJUSTADO   PIC S9(05).

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-NOME        PIC X(14).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-LOTE-DIA    PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-LOTE-MES    PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-LOTE-ANO    PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VAL-DIA     PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-VAL-MES     PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-VAL-ANO     PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-ASSADO      PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VENDIDO     PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DESCARTADO  PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-AJUSTADO    PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PRATELEIRA  PIC ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DIFERENCA   PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SITUACAO    PIC X(14).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-CARREGA-ORDENS UNTIL WS-FIM-RECOLHE = "S"
           CLOSE RECOLHE
           CLOSE OPERADORES
           IF WS-ORD-TOTAL = ZEROS
               MOVE "NENHUMA INSTRUCAO ACEITA - NADA A RECOLHER."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM P-ENCERRAMENTO
               STOP RUN
           END-IF
           PERFORM P-SELECIONA-LOTES
           PERFORM P-RASTREIA-TRILHA
           IF WS-ESTOURO = "S"
               PERFORM P-RECUSA
           END-IF
           PERFORM P-CABECALHO-LOTES
           PERFORM P-APLICA-LOTE
               VARYING WS-LT-IND FROM 1 BY 1
               UNTIL WS-LT-IND > WS-LT-TOTAL
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           STOP RUN.

      * SEM RECOLHE.DAT NAO HA RECOLHIMENTO A FAZER. SEM OPERADOR.DAT
      * NENHUMA LINHA PODE SER AUTORIZADA - A EXECUCAO E RECUSADA.
       P-ABERTURA.
           OPEN INPUT RECOLHE
           IF WS-STATUS-RECOLHE NOT = "00"
               DISPLAY "AVISO: RECOLHE.DAT NAO ABERTO. STATUS="
                   WS-STATUS-RECOLHE
                   " - NADA A RECOLHER."
               STOP RUN
           END-IF.

           OPEN INPUT OPERADORES
           IF WS-STATUS-OPER NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADOR.DAT. STATUS="
                   WS-STATUS-OPER
               CLOSE RECOLHE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               CLOSE RECOLHE
               CLOSE OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O LOTES
           IF WS-STATUS-LOTES NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLOLOT.DAT. STATUS="
                   WS-STATUS-LOTES
               CLOSE RECOLHE
               CLOSE OPERADORES
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO.
           MOVE "RELATORIO DE RECOLHIMENTO DE LOTES - BOLOLOT.DAT"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "INSTRUCOES DO SUPERVISOR (RECOLHE.DAT)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-CARREGA-ORDENS.
           READ RECOLHE
               AT END
                   MOVE "S" TO WS-FIM-RECOLHE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LINHAS
                   PERFORM P-VALIDA-ORDEM THRU P-VALIDA-ORDEM-EXIT
           END-READ.

      * A LINHA SO E ACEITA INTEIRA: ACAO, TIPO, FAIXA DE LOTES E UM
      * SUPERVISOR CADASTRADO. QUALQUER FALHA RECUSA A LINHA TODA.
       P-VALIDA-ORDEM.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF RCL-ACAO NOT = "Q" AND RCL-ACAO NOT = "L"
                   AND RCL-ACAO NOT = "D"
               MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF RCL-TIPO NOT = "S" AND RCL-TIPO NOT = "C"
               MOVE "TIPO INVALIDO" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF RCL-CODIGO NOT NUMERIC OR RCL-CODIGO = ZEROS
               MOVE "CODIGO INVALIDO" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF RCL-LOTE-INICIO NOT NUMERIC
                   OR RCL-LOTE-FIM NOT NUMERIC
               MOVE "FAIXA DE LOTES INVALIDA" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF RCL-LOTE-INICIO > RCL-LOTE-FIM
               MOVE "FAIXA DE LOTES INVERTIDA" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF RCL-TIPO = "S"
               MOVE RCL-CODIGO TO SKU
               READ ARQUIVO
                   INVALID KEY
                       MOVE "SKU NAO CADASTRADO" TO WS-MOTIVO-RECUSA
               END-READ
               IF WS-MOTIVO-RECUSA NOT = SPACES
                   GO TO P-VALIDA-ORDEM-RECUSA
               END-IF
           END-IF
           MOVE RCL-OPERADOR TO OPE-ID
           READ OPERADORES
               INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-MOTIVO-RECUSA NOT = SPACES
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF OPE-NIVEL NOT = 2
               MOVE "OPERADOR NAO E SUPERVISOR" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           IF WS-ORD-TOTAL NOT < 50
               MOVE "LIMITE DE 50 INSTRUCOES" TO WS-MOTIVO-RECUSA
               GO TO P-VALIDA-ORDEM-RECUSA
           END-IF
           ADD 1 TO WS-ORD-TOTAL
           MOVE RCL-ACAO        TO WS-ORD-ACAO (WS-ORD-TOTAL)
           MOVE RCL-TIPO        TO WS-ORD-TIPO (WS-ORD-TOTAL)
           MOVE RCL-CODIGO      TO WS-ORD-CODIGO (WS-ORD-TOTAL)
           MOVE RCL-LOTE-INICIO TO WS-ORD-INICIO (WS-ORD-TOTAL)
           MOVE RCL-LOTE-FIM    TO WS-ORD-FIM (WS-ORD-TOTAL)
           MOVE RCL-OPERADOR    TO WS-ORD-OPERADOR (WS-ORD-TOTAL)
           MOVE ZEROS           TO WS-ORD-LOTES (WS-ORD-TOTAL)
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ACEITA   " DELIMITED SIZE
               REGISTRO-RECOLHE DELIMITED SIZE
               " OPERADOR=" DELIMITED SIZE
               OPE-NOME DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           GO TO P-VALIDA-ORDEM-EXIT.
       P-VALIDA-ORDEM-RECUSA.
           ADD 1 TO WS-TOTAL-RECUSADAS
           MOVE 4 TO RETURN-CODE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECUSADA " DELIMITED SIZE
               REGISTRO-RECOLHE DELIMITED SIZE
               " MOTIVO=" DELIMITED SIZE
               WS-MOTIVO-RECUSA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       P-VALIDA-ORDEM-EXIT.
           EXIT.

      * TODO O BOLOLOT.DAT E LIDO UMA VEZ - UMA INSTRUCAO POR
      * CATEGORIA PODE TOMAR LOTES DE QUALQUER SKU.
       P-SELECIONA-LOTES.
           MOVE ZEROS TO LOTE-SKU
           MOVE ZEROS TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS LOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES
           END-START
           PERFORM P-EXAMINA-LOTE UNTIL WS-FIM-LOTES = "S".

       P-EXAMINA-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES
               NOT AT END
                   MOVE LOTE-SKU    TO WS-CASA-SKU
                   MOVE LOTE-NUMERO TO WS-CASA-LOTE
                   MOVE "N" TO WS-CASA-SO-QUARENTENA
                   PERFORM P-CASA-ORDEM
                   IF WS-ORDEM-ACHADA > ZEROS
                       PERFORM P-TOMA-LOTE
                       IF WS-ESTOURO = "N"
                           MOVE "S" TO WS-LT-NO-ARQUIVO (WS-LT-TOTAL)
                           MOVE LOTE-VALIDADE
                               TO WS-LT-VALIDADE (WS-LT-TOTAL)
                           MOVE LOTE-QTD TO WS-LT-QTD (WS-LT-TOTAL)
                           MOVE LOTE-SITUACAO
                               TO WS-LT-SITUACAO (WS-LT-TOTAL)
                       END-IF
                   END-IF
           END-READ.

      * A PRIMEIRA INSTRUCAO QUE NOMEIA O LOTE E A QUE VALE. UM LOTE
      * QUE SO EXISTE NA TRILHA SO INTERESSA A UMA QUARENTENA.
       P-CASA-ORDEM.
           MOVE ZEROS TO WS-ORDEM-ACHADA
           PERFORM P-PROCURA-ORDEM
               VARYING WS-ORD-IND FROM 1 BY 1
               UNTIL WS-ORD-IND > WS-ORD-TOTAL
                   OR WS-ORDEM-ACHADA > ZEROS.

       P-PROCURA-ORDEM.
           IF WS-CASA-LOTE NOT < WS-ORD-INICIO (WS-ORD-IND)
                   AND WS-CASA-LOTE NOT > WS-ORD-FIM (WS-ORD-IND)
                   AND (WS-CASA-SO-QUARENTENA = "N"
                       OR WS-ORD-ACAO (WS-ORD-IND) = "Q")
               IF WS-ORD-TIPO (WS-ORD-IND) = "S"
                   IF WS-ORD-CODIGO (WS-ORD-IND) = WS-CASA-SKU
                       MOVE WS-ORD-IND TO WS-ORDEM-ACHADA
                   END-IF
               ELSE
                   PERFORM P-OBTEM-CATEGORIA
                   IF WS-CATEG-ACHOU = "S"
                           AND WS-ORD-CODIGO (WS-ORD-IND)
                               = WS-CATEG-ATUAL
                       MOVE WS-ORD-IND TO WS-ORDEM-ACHADA
                   END-IF
               END-IF
           END-IF.

      * A CATEGORIA DO ULTIMO SKU LIDO FICA GUARDADA - OS LOTES E A
      * TRILHA CHEGAM AGRUPADOS POR SKU NA MAIOR PARTE DAS VEZES.
       P-OBTEM-CATEGORIA.
           IF WS-CASA-SKU NOT = WS-CATEG-SKU
               MOVE WS-CASA-SKU TO WS-CATEG-SKU
               MOVE "S" TO WS-CATEG-ACHOU
               MOVE WS-CASA-SKU TO SKU
               READ ARQUIVO
                   INVALID KEY
                       MOVE "N" TO WS-CATEG-ACHOU
                   NOT INVALID KEY
                       MOVE CATEGORIA TO WS-CATEG-ATUAL
               END-READ
           END-IF.

       P-TOMA-LOTE.
           IF WS-LT-TOTAL NOT < 500
               MOVE "S" TO WS-ESTOURO
           ELSE
               ADD 1 TO WS-LT-TOTAL
               MOVE WS-CASA-SKU     TO WS-LT-SKU (WS-LT-TOTAL)
               MOVE WS-CASA-LOTE    TO WS-LT-NUMERO (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-VALIDADE (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-QTD (WS-LT-TOTAL)
               MOVE SPACE           TO WS-LT-SITUACAO (WS-LT-TOTAL)
               MOVE "N"             TO WS-LT-NO-ARQUIVO (WS-LT-TOTAL)
               MOVE WS-ORDEM-ACHADA TO WS-LT-ORDEM (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-ASSADO (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-VENDIDO (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-DESCARTADO (WS-LT-TOTAL)
               MOVE ZEROS           TO WS-LT-AJUSTADO (WS-LT-TOTAL)
               ADD 1 TO WS-ORD-LOTES (WS-ORDEM-ACHADA)
           END-IF.

      * UMA PASSADA NA TRILHA SOMA O MOVIMENTO DE CADA LOTE TOMADO:
      * CARGA E O QUE FOI ASSADO, VENDA MENOS DEVOLUCAO O QUE FOI
      * VENDIDO, QUEBRA E DESCARTE O QUE FOI JOGADO FORA E AJUSTE O
      * QUE FOI ACERTADO. SEM BOLOLOG.DAT O RELATORIO SO MOSTRA O
      * QUE ESTA NA PRATELEIRA.
       P-RASTREIA-TRILHA.
           OPEN INPUT PRODLOG
           IF WS-STATUS-LOG NOT = "00"
               DISPLAY "AVISO: BOLOLOG.DAT NAO ABERTO. STATUS="
                   WS-STATUS-LOG
                   " - RELATORIO SEM O MOVIMENTO DOS LOTES."
           ELSE
               PERFORM P-LE-TRILHA UNTIL WS-FIM-LOG = "S"
               CLOSE PRODLOG
           END-IF.

       P-LE-TRILHA.
           READ PRODLOG
               AT END
                   MOVE "S" TO WS-FIM-LOG
               NOT AT END
                   ADD 1 TO WS-TOTAL-LOG-LIDOS
                   PERFORM P-AVALIA-TRILHA THRU P-AVALIA-TRILHA-EXIT
           END-READ.

       P-AVALIA-TRILHA.
           IF LOG-CAMPO (1:5) NOT = "LOTE "
                   OR LOG-CAMPO (6:8) NOT NUMERIC
               GO TO P-AVALIA-TRILHA-EXIT
           END-IF
           IF LOG-OPERACAO NOT = "CARGA"
                   AND LOG-OPERACAO NOT = "VENDA"
                   AND LOG-OPERACAO NOT = "DEVOLUCAO"
                   AND LOG-OPERACAO NOT = "QUEBRA"
                   AND LOG-OPERACAO NOT = "DESCARTE"
                   AND LOG-OPERACAO NOT = "AJUSTE"
               GO TO P-AVALIA-TRILHA-EXIT
           END-IF
           MOVE LOG-CAMPO (6:8) TO WS-LOG-LOTE
           MOVE LOG-SKU         TO WS-CASA-SKU
           MOVE WS-LOG-LOTE     TO WS-CASA-LOTE
           PERFORM P-LOCALIZA-LOTE
           IF WS-LOTE-ACHADO = ZEROS
               MOVE "S" TO WS-CASA-SO-QUARENTENA
               PERFORM P-CASA-ORDEM
               IF WS-ORDEM-ACHADA = ZEROS
                   GO TO P-AVALIA-TRILHA-EXIT
               END-IF
               PERFORM P-TOMA-LOTE
               IF WS-ESTOURO = "S"
                   GO TO P-AVALIA-TRILHA-EXIT
               END-IF
               MOVE WS-LT-TOTAL TO WS-LOTE-ACHADO
           END-IF
           COMPUTE WS-LOG-DIFERENCA =
               FUNCTION NUMVAL(LOG-VALOR-ANTIGO)
               - FUNCTION NUMVAL(LOG-VALOR-NOVO)
           EVALUATE LOG-OPERACAO
               WHEN "CARGA"
                   SUBTRACT WS-LOG-DIFERENCA
                       FROM WS-LT-ASSADO (WS-LOTE-ACHADO)
               WHEN "VENDA"
               WHEN "DEVOLUCAO"
                   ADD WS-LOG-DIFERENCA
                       TO WS-LT-VENDIDO (WS-LOTE-ACHADO)
               WHEN "QUEBRA"
               WHEN "DESCARTE"
                   ADD WS-LOG-DIFERENCA
                       TO WS-LT-DESCARTADO (WS-LOTE-ACHADO)
               WHEN "AJUSTE"
                   ADD WS-LOG-DIFERENCA
                       TO WS-LT-AJUSTADO (WS-LOTE-ACHADO)
           END-EVALUATE.
       P-AVALIA-TRILHA-EXIT.
           EXIT.

       P-LOCALIZA-LOTE.
           MOVE ZEROS TO WS-LOTE-ACHADO
           PERFORM P-PROCURA-LOTE
               VARYING WS-LT-IND FROM 1 BY 1
               UNTIL WS-LT-IND > WS-LT-TOTAL
                   OR WS-LOTE-ACHADO > ZEROS.

       P-PROCURA-LOTE.
           IF WS-LT-SKU (WS-LT-IND) = WS-CASA-SKU
                   AND WS-LT-NUMERO (WS-LT-IND) = WS-CASA-LOTE
               MOVE WS-LT-IND TO WS-LOTE-ACHADO
           END-IF.

      * MAIS LOTES DO QUE CABEM NA TABELA: NADA E ALTERADO, PARA QUE
      * O SUPERVISOR ESTREITE A FAIXA E RODE DE NOVO.
       P-RECUSA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MAIS DE 500 LOTES TOMADOS - NADA FOI ALTERADO."
                   DELIMITED SIZE
               " ESTREITE AS FAIXAS DE LOTES." DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-ENCERRAMENTO
           DISPLAY "RECOLHIMENTO RECUSADO - VEJA BOLORCL.RPT."
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       P-CABECALHO-LOTES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU     NOME           LOTE       VALIDADE  "
                   DELIMITED SIZE
               " ASSAD VENDI DESCA AJUST PRAT DIFER SITUACAO"
                   DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * O LOTE E ATUALIZADO CONFORME A ACAO DA SUA INSTRUCAO. A
      * QUANTIDADE NA PRATELEIRA IMPRESSA E A DE ANTES DA ACAO.
       P-APLICA-LOTE.
           MOVE WS-LT-SKU (WS-LT-IND) TO SKU
           READ ARQUIVO
               INVALID KEY
                   MOVE "*** SEM CADASTRO" TO NOME
                   MOVE ZEROS TO VALOR-CUSTO
           END-READ
           MOVE WS-ORD-OPERADOR (WS-LT-ORDEM (WS-LT-IND))
               TO WS-LOG-OPERADOR
           IF WS-LT-NO-ARQUIVO (WS-LT-IND) = "N"
               MOVE "ESGOTADO" TO WS-SITUACAO-LOTE
               ADD 1 TO WS-TOTAL-ESGOTADOS
           ELSE
               EVALUATE WS-ORD-ACAO (WS-LT-ORDEM (WS-LT-IND))
                   WHEN "Q"
                       PERFORM P-QUARENTENA-LOTE
                   WHEN "L"
                       PERFORM P-LIBERA-LOTE
                   WHEN "D"
                       PERFORM P-DESTROI-LOTE
                           THRU P-DESTROI-LOTE-EXIT
               END-EVALUATE
           END-IF
           PERFORM P-IMPRIME-LOTE.

       P-QUARENTENA-LOTE.
           IF WS-LT-SITUACAO (WS-LT-IND) = "Q"
               MOVE "JA RETIDO" TO WS-SITUACAO-LOTE
               ADD WS-LT-QTD (WS-LT-IND) TO WS-UNIDADES-RETIDAS
           ELSE
               PERFORM P-LE-LOTE
               IF WS-STATUS-LOTES = "00"
                   MOVE "Q" TO LOTE-SITUACAO
                   REWRITE REGISTRO-LOTE
                       INVALID KEY
                           PERFORM P-FALHA-LOTE
                       NOT INVALID KEY
                           MOVE "RETIDO" TO WS-SITUACAO-LOTE
                           ADD 1 TO WS-TOTAL-QUARENTENA
                           ADD LOTE-QTD TO WS-UNIDADES-RETIDAS
                           MOVE "QUARENTENA" TO WS-LOG-OPERACAO
                           MOVE "NORMAL"     TO WS-LOG-VALOR-ANTIGO
                           MOVE "QUARENTENA" TO WS-LOG-VALOR-NOVO
                           PERFORM P-GRAVA-LOG-LOTE
                   END-REWRITE
               END-IF
           END-IF.

       P-LIBERA-LOTE.
           IF WS-LT-SITUACAO (WS-LT-IND) NOT = "Q"
               MOVE "NAO RETIDO" TO WS-SITUACAO-LOTE
           ELSE
               PERFORM P-LE-LOTE
               IF WS-STATUS-LOTES = "00"
                   MOVE SPACE TO LOTE-SITUACAO
                   REWRITE REGISTRO-LOTE
                       INVALID KEY
                           PERFORM P-FALHA-LOTE
                       NOT INVALID KEY
                           MOVE "LIBERADO" TO WS-SITUACAO-LOTE
                           ADD 1 TO WS-TOTAL-LIBERADOS
                           MOVE "LIBERACAO"  TO WS-LOG-OPERACAO
                           MOVE "QUARENTENA" TO WS-LOG-VALOR-ANTIGO
                           MOVE "NORMAL"     TO WS-LOG-VALOR-NOVO
                           PERFORM P-GRAVA-LOG-LOTE
                   END-REWRITE
               END-IF
           END-IF.

      * SO UM LOTE RETIDO PODE SER DESTRUIDO. O CADASTRO COM MENOS
      * UNIDADES QUE O LOTE (DESACERTO) NAO FICA NEGATIVO - PARA EM
      * ZERO, COMO NA BAIXA DE VENCIDOS.
       P-DESTROI-LOTE.
           IF WS-LT-SITUACAO (WS-LT-IND) NOT = "Q"
               MOVE "NAO RETIDO" TO WS-SITUACAO-LOTE
               GO TO P-DESTROI-LOTE-EXIT
           END-IF
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE "SEM CADASTRO" TO WS-SITUACAO-LOTE
               ADD 1 TO WS-TOTAL-FALHAS
               MOVE 4 TO RETURN-CODE
               GO TO P-DESTROI-LOTE-EXIT
           END-IF
           PERFORM P-LE-LOTE
           IF WS-STATUS-LOTES NOT = "00"
               GO TO P-DESTROI-LOTE-EXIT
           END-IF
           MOVE LOTE-QTD TO WS-QTD-LOTE
           DELETE LOTES RECORD
               INVALID KEY
                   PERFORM P-FALHA-LOTE
           END-DELETE
           IF WS-STATUS-LOTES NOT = "00"
               GO TO P-DESTROI-LOTE-EXIT
           END-IF
           MOVE "DESCARTE" TO WS-LOG-OPERACAO
           MOVE WS-QTD-LOTE TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-ANTIGO
           MOVE ZEROS TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVA-LOG-LOTE
           MOVE QTD-ESTOQUE TO WS-QTD-ANTIGA
           IF WS-QTD-LOTE NOT < QTD-ESTOQUE
               MOVE ZEROS TO QTD-ESTOQUE
           ELSE
               SUBTRACT WS-QTD-LOTE FROM QTD-ESTOQUE
           END-IF
           REWRITE PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR SKU=" SKU
                       " STATUS=" WS-STATUS-ARQUIVO
                   MOVE WS-QTD-ANTIGA TO QTD-ESTOQUE
                   MOVE "LOTE SEM BAIXA" TO WS-SITUACAO-LOTE
                   ADD 1 TO WS-TOTAL-FALHAS
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "DESTRUIDO" TO WS-SITUACAO-LOTE
                   ADD 1 TO WS-TOTAL-DESTRUIDOS
                   ADD WS-QTD-LOTE TO WS-UNIDADES-DESTRUIDAS
                   COMPUTE WS-VALOR-PERDA = WS-QTD-LOTE * VALOR-CUSTO
                   ADD WS-VALOR-PERDA TO WS-TOTAL-PERDA
                   PERFORM P-GRAVA-LOG-DESCARTE
           END-REWRITE.
       P-DESTROI-LOTE-EXIT.
           EXIT.

       P-LE-LOTE.
           MOVE WS-LT-SKU (WS-LT-IND)    TO LOTE-SKU
           MOVE WS-LT-NUMERO (WS-LT-IND) TO LOTE-NUMERO
           READ LOTES
               INVALID KEY
                   PERFORM P-FALHA-LOTE
           END-READ.

       P-FALHA-LOTE.
           DISPLAY "ERRO NO LOTE SKU=" WS-LT-SKU (WS-LT-IND)
               " LOTE=" WS-LT-NUMERO (WS-LT-IND)
               " STATUS=" WS-STATUS-LOTES
           MOVE "ERRO NO LOTE" TO WS-SITUACAO-LOTE
           ADD 1 TO WS-TOTAL-FALHAS
           MOVE 4 TO RETURN-CODE.

       P-GRAVA-LOG-LOTE.
           MOVE SPACES TO WS-LOG-CAMPO
           STRING "LOTE " DELIMITED SIZE
               WS-LT-NUMERO (WS-LT-IND) DELIMITED SIZE
               INTO WS-LOG-CAMPO
           PERFORM P-GRAVA-LOG.

      * A DESTRUICAO ENTRA NA TRILHA COMO A BAIXA DE VENCIDOS - UM
      * DESCARTE EM QTD-ESTOQUE - PARA O DIARIO CONTABIL (BOLOCTB) E
      * O RELATORIO DE MOVIMENTO (BOLOMOV) A TRATAREM COMO PERDA.
       P-GRAVA-LOG-DESCARTE.
           MOVE "DESCARTE"    TO WS-LOG-OPERACAO
           MOVE "QTD-ESTOQUE" TO WS-LOG-CAMPO
           MOVE WS-QTD-ANTIGA TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-ANTIGO
           MOVE QTD-ESTOQUE   TO WS-LOG-QTD-EDITADO
           MOVE WS-LOG-QTD-EDITADO TO WS-LOG-VALOR-NOVO
           PERFORM P-GRAVA-LOG.

       P-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA.
           MOVE WS-LT-SKU (WS-LT-IND) TO LOG-SKU.
           MOVE WS-LOG-OPERACAO     TO LOG-OPERACAO.
           MOVE WS-LOG-CAMPO        TO LOG-CAMPO.
           MOVE WS-LOG-VALOR-ANTIGO TO LOG-VALOR-ANTIGO.
           MOVE WS-LOG-VALOR-NOVO   TO LOG-VALOR-NOVO.
           MOVE WS-LOG-OPERADOR     TO LOG-OPERADOR.
           OPEN EXTEND PRODLOG
           IF WS-STATUS-LOG NOT = "00"
               OPEN OUTPUT PRODLOG
           END-IF.
           WRITE REGISTRO-LOG.
           CLOSE PRODLOG.

      * DIFERENCA = ASSADO - VENDIDO - DESCARTADO - AJUSTADO - O QUE
      * AINDA ESTA NA PRATELEIRA. ZERO E UM LOTE TODO RASTREADO.
       P-IMPRIME-LOTE.
           MOVE WS-LT-SKU (WS-LT-IND)          TO WS-L-SKU
           MOVE NOME                           TO WS-L-NOME
           MOVE WS-LT-NUMERO (WS-LT-IND) (7:2) TO WS-L-LOTE-DIA
           MOVE WS-LT-NUMERO (WS-LT-IND) (5:2) TO WS-L-LOTE-MES
           MOVE WS-LT-NUMERO (WS-LT-IND) (1:4) TO WS-L-LOTE-ANO
           MOVE WS-LT-VALIDADE (WS-LT-IND) (7:2) TO WS-L-VAL-DIA
           MOVE WS-LT-VALIDADE (WS-LT-IND) (5:2) TO WS-L-VAL-MES
           MOVE WS-LT-VALIDADE (WS-LT-IND) (1:4) TO WS-L-VAL-ANO
           MOVE WS-LT-ASSADO (WS-LT-IND)       TO WS-L-ASSADO
           MOVE WS-LT-VENDIDO (WS-LT-IND)      TO WS-L-VENDIDO
           MOVE WS-LT-DESCARTADO (WS-LT-IND)   TO WS-L-DESCARTADO
           MOVE WS-LT-AJUSTADO (WS-LT-IND)     TO WS-L-AJUSTADO
           MOVE WS-LT-QTD (WS-LT-IND)          TO WS-L-PRATELEIRA
           COMPUTE WS-LOG-DIFERENCA =
               WS-LT-ASSADO (WS-LT-IND)
               - WS-LT-VENDIDO (WS-LT-IND)
               - WS-LT-DESCARTADO (WS-LT-IND)
               - WS-LT-AJUSTADO (WS-LT-IND)
               - WS-LT-QTD (WS-LT-IND)
           MOVE WS-LOG-DIFERENCA               TO WS-L-DIFERENCA
           MOVE WS-SITUACAO-LOTE               TO WS-L-SITUACAO
           MOVE SPACES                         TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-RODAPE-ORDEM
               VARYING WS-ORD-IND FROM 1 BY 1
               UNTIL WS-ORD-IND > WS-ORD-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LINHAS LIDAS=" DELIMITED SIZE
               WS-TOTAL-LINHAS DELIMITED SIZE
               " RECUSADAS=" DELIMITED SIZE
               WS-TOTAL-RECUSADAS DELIMITED SIZE
               " TRILHA LIDA=" DELIMITED SIZE
               WS-TOTAL-LOG-LIDOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LOTES RETIDOS=" DELIMITED SIZE
               WS-TOTAL-QUARENTENA DELIMITED SIZE
               " LIBERADOS=" DELIMITED SIZE
               WS-TOTAL-LIBERADOS DELIMITED SIZE
               " DESTRUIDOS=" DELIMITED SIZE
               WS-TOTAL-DESTRUIDOS DELIMITED SIZE
               " ESGOTADOS=" DELIMITED SIZE
               WS-TOTAL-ESGOTADOS DELIMITED SIZE
               " COM ERRO=" DELIMITED SIZE
               WS-TOTAL-FALHAS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "UNIDADES EM QUARENTENA=" DELIMITED SIZE
               WS-UNIDADES-RETIDAS DELIMITED SIZE
               " DESTRUIDAS=" DELIMITED SIZE
               WS-UNIDADES-DESTRUIDAS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PERDA DA DESTRUICAO A VALOR-CUSTO: " DELIMITED SIZE
               WS-TOTAL-PERDA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE-ORDEM.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INSTRUCAO ACAO=" DELIMITED SIZE
               WS-ORD-ACAO (WS-ORD-IND) DELIMITED SIZE
               " TIPO=" DELIMITED SIZE
               WS-ORD-TIPO (WS-ORD-IND) DELIMITED SIZE
               " CODIGO=" DELIMITED SIZE
               WS-ORD-CODIGO (WS-ORD-IND) DELIMITED SIZE
               " LOTES " DELIMITED SIZE
               WS-ORD-INICIO (WS-ORD-IND) DELIMITED SIZE
               " A " DELIMITED SIZE
               WS-ORD-FIM (WS-ORD-IND) DELIMITED SIZE
               " LOTES TOMADOS=" DELIMITED SIZE
               WS-ORD-LOTES (WS-ORD-IND) DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE ARQUIVO
           CLOSE LOTES
           CLOSE RELAT.
