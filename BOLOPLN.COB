      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: SUGGESTED PRODUCTION PLAN FOR TOMORROW'S BAKE
      * READS THE PERMANENT SALES HISTORY HISTVDA.DAT AND WORKS OUT,
      * PER SKU, THE AVERAGE UNITS SOLD ON TOMORROW'S WEEKDAY OVER
      * THE LAST N WEEKS (N ON THE COMMAND LINE, 1 TO 12, DEFAULT 4 -
      * DEVOLUCOES SUBTRACT, AND A WEEK WITH NO HISTORY AT ALL DOES
      * NOT DILUTE THE AVERAGE). ADDS THE OPEN ENCOMENDAS DUE FOR
      * PICKUP TOMORROW AND SUBTRACTS THE UNITS ON BOLOLOT.DAT STILL
      * GOOD PAST TOMORROW. WHAT IS LEFT IS WRITTEN TO PRODPLAN.DAT IN
      * THE BOLOREC LAYOUT OF PRODCARGA.DAT, WITH VALIDADE SET FROM
      * THE SHELF LIFE OF THE SKU'S NEWEST LOT, SO THE KITCHEN EDITS
      * IT AND HANDS IT TO BOLOEDT AS THE NIGHT'S FEED. THE PLAN IS
      * THEN EXPLODED THROUGH RECEITA.DAT AGAINST INGRED.DAT (READ
      * ONLY - NOTHING IS CONSUMED HERE) AND EVERY INGREDIENT THE
      * BAKE WOULD RUN SHORT OF IS PRINTED BEFORE ANYONE TURNS ON
      * THE OVEN. RETURN CODE 4 WHEN AN INGREDIENT IS SHORT OR A
      * PLANNED SKU HAS NO RECIPE.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOPLN.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTVDA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-HIST.

           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT ENCOMENDAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ENC-NUMERO
           ALTERNATE RECORD KEY    IS ENC-SKU WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ENCOMENDA.

           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS LOTE-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

           SELECT RECEITAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS RCT-CHAVE
           FILE STATUS             IS WS-STATUS-RECEITAS.

           SELECT INGRED ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS ING-CODIGO
           FILE STATUS             IS WS-STATUS-INGRED.

           SELECT PLANO ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PLANO.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD HISTVDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HISTVDA.DAT".

           01 REGISTRO-HISTORICO.
              COPY BOLOHST.

       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLO.DAT".

           01 PRODUTO.
              COPY BOLOREC.

       FD ENCOMENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMENDA.DAT".

           01 REG-ENCOMENDA.
              COPY BOLOENC.

       FD LOTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOLOT.DAT".

           01 REGISTRO-LOTE.
              COPY BOLOLOT.

       FD RECEITAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEITA.DAT".

           01 REGISTRO-RECEITA.
              COPY BOLORCT.

       FD INGRED
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INGRED.DAT".

           01 REG-INGREDIENTE.
              COPY BOLOING.

       FD PLANO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODPLAN.DAT".

           01 REGISTRO-PLANO.
              COPY BOLOREC.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOPLN.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-HIST       PIC   X(02).
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-ENCOMENDA  PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-RECEITAS   PIC   X(02).
           77 WS-STATUS-INGRED     PIC   X(02).
           77 WS-STATUS-PLANO      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-HIST          PIC   X(01) VALUE "N".
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-FIM-ENC-SKU       PIC   X(01) VALUE "N".
           77 WS-FIM-LOTES-SKU     PIC   X(01) VALUE "N".
           77 WS-FIM-RCT-SKU       PIC   X(01) VALUE "N".
           77 WS-ENCOMENDA-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-LOTES-DISPONIVEL  PIC   X(01) VALUE "N".
           77 WS-RECEITAS-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-INGRED-DISPONIVEL PIC   X(01) VALUE "N".

           77 WS-PARM-SEMANAS      PIC   X(04) VALUE SPACES.
           77 WS-SEMANAS           PIC   9(02) VALUE 4.
           77 WS-SEMANAS-COM-VENDA PIC   9(02) VALUE ZEROS.

           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.
           77 WS-DATA-AMANHA       PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-AMANHA       PIC  S9(08) VALUE ZEROS.
           77 WS-DIAS-HIST         PIC  S9(08) VALUE ZEROS.
           77 WS-DIAS-ATRAS        PIC  S9(08) VALUE ZEROS.
           77 WS-SEMANA-ATRAS      PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-7           PIC   9(01) VALUE ZEROS.

           77 WS-TOTAL-HIST-LIDOS  PIC   9(07) VALUE ZEROS.
           77 WS-TOTAL-HIST-USADOS PIC   9(07) VALUE ZEROS.
           77 WS-TOTAL-PRODUTOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-PLANEJADOS  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-UNIDADES    PIC   9(07) VALUE ZEROS.
           77 WS-TOTAL-SEM-RECEITA PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-INGRED  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-FALTAS      PIC   9(05) VALUE ZEROS.

           77 WS-QTD-MEDIA         PIC   9(05) VALUE ZEROS.
           77 WS-QTD-ENCOMENDA     PIC   9(05) VALUE ZEROS.
           77 WS-QTD-BOA           PIC   9(05) VALUE ZEROS.
           77 WS-QTD-PLANO         PIC  S9(07) VALUE ZEROS.
           77 WS-TEM-LOTE          PIC   X(01) VALUE "N".
           77 WS-VIDA-UTIL         PIC  S9(05) VALUE ZEROS.
           77 WS-VALIDADE-PRODUTO  PIC   9(08) VALUE ZEROS.
           77 WS-VALIDADE-PLANO    PIC   9(08) VALUE ZEROS.
           77 WS-AVISO             PIC   X(11) VALUE SPACES.

           77 WS-TEM-RECEITA       PIC   X(01) VALUE "N".
           77 WS-CONSUMO           PIC   9(08)V999 VALUE ZEROS.
           77 WS-FALTA             PIC   9(08)V999 VALUE ZEROS.
           77 WS-ING-IND           PIC   9(05) COMP VALUE ZEROS.

           77 WS-IND               PIC   9(04) COMP VALUE ZEROS.
           77 WS-TAB-ACHADO        PIC   9(04) COMP VALUE ZEROS.
           77 WS-TABELA-CHEIA      PIC   X(01) VALUE "N".

      * VENDA LIQUIDA POR SKU NO DIA DA SEMANA DE AMANHA - A ENTRADA
      * GUARDA O PROPRIO SKU E E LOCALIZADA POR VARREDURA, COMO NO
      * BOLOFEC
           01 WS-TABELA-SKU.
               05 WS-TAB-USADAS    PIC 9(04) COMP VALUE ZEROS.
               05 WS-TAB-ENTRADA OCCURS 9999 TIMES.
                   10 WS-TAB-SKU       PIC 9(07).
                   10 WS-TAB-QTD       PIC S9(07).

      * SEMANAS DA JANELA QUE TIVERAM ALGUMA VENDA NO DIA - A LOJA
      * FECHADA NUM FERIADO NAO PUXA A MEDIA PARA BAIXO
           01 WS-TABELA-SEMANAS.
               05 WS-SEM-USADA     PIC X(01) OCCURS 12 TIMES.

      * NECESSIDADE DE CADA INGREDIENTE PARA O PLANO - ENTRADA
      * DIRETA PELO CODIGO DO INGREDIENTE
           01 WS-TABELA-INGREDIENTE.
               05 WS-NEC-QTD       PIC 9(08)V999 OCCURS 9999 TIMES.

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-NOME        PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-MEDIA       PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-ENCOMENDA   PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-BOA         PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PLANO       PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-VALIDADE    PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-AVISO       PIC X(11).

           01 WS-LINHA-INGREDIENTE.
               05 WS-LI-CODIGO     PIC 9(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LI-DESCRICAO  PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-NECESSARIO PIC ZZZZZZ9,999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-ESTOQUE    PIC ZZZZZZ9,999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-FALTA      PIC ZZZZZZ9,999.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LI-UNIDADE    PIC X(03).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-ZERA-INGREDIENTES VARYING WS-ING-IND FROM 1 BY 1
               UNTIL WS-ING-IND > 9999
           PERFORM P-ZERA-SEMANAS VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 12
           PERFORM P-PROCESSA-HISTORIA UNTIL WS-FIM-HIST = "S"
           PERFORM P-CONTA-SEMANAS VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-SEMANAS
           IF WS-SEMANAS-COM-VENDA = ZEROS
               MOVE 1 TO WS-SEMANAS-COM-VENDA
           END-IF
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-PRODUTO UNTIL WS-FIM-ARQUIVO = "S"
           PERFORM P-RODAPE-PLANO
           PERFORM P-CABECALHO-INGREDIENTES
           PERFORM P-CONFERE-INGREDIENTE VARYING WS-ING-IND
               FROM 1 BY 1 UNTIL WS-ING-IND > 9999
           PERFORM P-RODAPE-INGREDIENTES
           PERFORM P-ENCERRAMENTO
           IF WS-TOTAL-FALTAS > ZEROS
                   OR WS-TOTAL-SEM-RECEITA > ZEROS
                   OR WS-TOTAL-SEM-INGRED > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       P-ZERA-INGREDIENTES.
           MOVE ZEROS TO WS-NEC-QTD (WS-ING-IND).

       P-ZERA-SEMANAS.
           MOVE "N" TO WS-SEM-USADA (WS-IND).

       P-CONTA-SEMANAS.
           IF WS-SEM-USADA (WS-IND) = "S"
               ADD 1 TO WS-SEMANAS-COM-VENDA
           END-IF.

      * SEM O ENCOMENDA.DAT, O BOLOLOT.DAT OU AS RECEITAS O PLANO
      * SAI ASSIM MESMO, SO SEM AQUELA PARCELA - O RELATORIO AVISA.
       P-ABERTURA.
           ACCEPT WS-PARM-SEMANAS FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-SEMANAS) NOT = SPACES
                   AND FUNCTION TRIM(WS-PARM-SEMANAS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-SEMANAS) TO WS-SEMANAS
           END-IF
           IF WS-SEMANAS < 1 OR WS-SEMANAS > 12
               MOVE 4 TO WS-SEMANAS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DIAS-AMANHA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1
           COMPUTE WS-DATA-AMANHA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-AMANHA).

           OPEN INPUT HISTVDA
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTVDA.DAT. STATUS="
                   WS-STATUS-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               CLOSE HISTVDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENCOMENDAS
           IF WS-STATUS-ENCOMENDA = "00"
               MOVE "S" TO WS-ENCOMENDA-DISPONIVEL
           END-IF.

           OPEN INPUT LOTES
           IF WS-STATUS-LOTES = "00"
               MOVE "S" TO WS-LOTES-DISPONIVEL
           END-IF.

           OPEN INPUT RECEITAS
           IF WS-STATUS-RECEITAS = "00"
               MOVE "S" TO WS-RECEITAS-DISPONIVEL
           END-IF.

           OPEN INPUT INGRED
           IF WS-STATUS-INGRED = "00"
               MOVE "S" TO WS-INGRED-DISPONIVEL
           END-IF.

           OPEN OUTPUT PLANO
           IF WS-STATUS-PLANO NOT = "00"
               DISPLAY "ERRO AO ABRIR PRODPLAN.DAT. STATUS="
                   WS-STATUS-PLANO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT.

      * SO ENTRA NA MEDIA O MESMO DIA DA SEMANA DE AMANHA: A
      * DISTANCIA EM DIAS ATE AMANHA TEM DE SER MULTIPLO DE 7 E
      * CABER NA JANELA DE N SEMANAS.
       P-PROCESSA-HISTORIA.
           READ HISTVDA
               AT END
                   MOVE "S" TO WS-FIM-HIST
               NOT AT END
                   ADD 1 TO WS-TOTAL-HIST-LIDOS
                   PERFORM P-AVALIA-HISTORICO
           END-READ.

       P-AVALIA-HISTORICO.
           IF HST-DATA NOT NUMERIC OR HST-DATA < 16010101
               MOVE ZEROS TO WS-DIAS-HIST
           ELSE
               COMPUTE WS-DIAS-HIST =
                   FUNCTION INTEGER-OF-DATE(HST-DATA)
           END-IF
           IF WS-DIAS-HIST > ZEROS
               COMPUTE WS-DIAS-ATRAS = WS-DIAS-AMANHA - WS-DIAS-HIST
               IF WS-DIAS-ATRAS > ZEROS
                   DIVIDE WS-DIAS-ATRAS BY 7
                       GIVING WS-SEMANA-ATRAS REMAINDER WS-RESTO-7
                   IF WS-RESTO-7 = ZEROS
                           AND WS-SEMANA-ATRAS NOT > WS-SEMANAS
                       PERFORM P-ACUMULA-HISTORICO
                   END-IF
               END-IF
           END-IF.

       P-ACUMULA-HISTORICO.
           ADD 1 TO WS-TOTAL-HIST-USADOS
           MOVE "S" TO WS-SEM-USADA (WS-SEMANA-ATRAS)
           PERFORM P-LOCALIZA-SKU
           IF WS-TAB-ACHADO > ZEROS
               IF HST-TIPO-MOVTO = "D"
                   SUBTRACT HST-QTD FROM WS-TAB-QTD (WS-TAB-ACHADO)
               ELSE
                   ADD HST-QTD TO WS-TAB-QTD (WS-TAB-ACHADO)
               END-IF
           END-IF.

       P-LOCALIZA-SKU.
           MOVE ZEROS TO WS-TAB-ACHADO
           PERFORM P-PROCURA-SKU
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TAB-USADAS
               OR WS-TAB-ACHADO > ZEROS
           IF WS-TAB-ACHADO = ZEROS
               IF WS-TAB-USADAS < 9999
                   ADD 1 TO WS-TAB-USADAS
                   MOVE WS-TAB-USADAS TO WS-TAB-ACHADO
                   MOVE HST-SKU TO WS-TAB-SKU (WS-TAB-ACHADO)
                   MOVE ZEROS TO WS-TAB-QTD (WS-TAB-ACHADO)
               ELSE
                   IF WS-TABELA-CHEIA = "N"
                       MOVE "S" TO WS-TABELA-CHEIA
                       DISPLAY "TABELA DE SKU DO HISTORICO CHEIA -"
                           " MEDIA INCOMPLETA"
                   END-IF
               END-IF
           END-IF.

       P-PROCURA-SKU.
           IF WS-TAB-SKU (WS-IND) = HST-SKU
               MOVE WS-IND TO WS-TAB-ACHADO
           END-IF.

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PLANO DE PRODUCAO SUGERIDO PARA " DELIMITED SIZE
               WS-DATA-AMANHA DELIMITED SIZE
               " - MEDIA DE " DELIMITED SIZE
               WS-SEMANAS DELIMITED SIZE
               " SEMANAS (" DELIMITED SIZE
               WS-SEMANAS-COM-VENDA DELIMITED SIZE
               " COM VENDA)" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-ENCOMENDA-DISPONIVEL = "N"
               MOVE "ENCOMENDA.DAT INDISPONIVEL - ENCOMENDAS FORA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF WS-LOTES-DISPONIVEL = "N"
               MOVE "BOLOLOT.DAT INDISPONIVEL - ESTOQUE PELO CADASTRO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU     NOME                           MEDIA"
                   DELIMITED SIZE
               " ENCOM  BONS PLANO  VALIDADE" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PROCESSA-PRODUTO.
           READ ARQUIVO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-PRODUTOS
                   PERFORM P-PLANEJA-PRODUTO
           END-READ.

      * PLANO = MEDIA DO DIA + ENCOMENDAS DE AMANHA - UNIDADES QUE
      * AINDA ESTARAO BOAS DEPOIS DE AMANHA. NUNCA NEGATIVO.
       P-PLANEJA-PRODUTO.
           MOVE SPACES TO WS-AVISO
           PERFORM P-CALCULA-MEDIA
           PERFORM P-SOMA-ENCOMENDAS
           PERFORM P-SOMA-ESTOQUE-BOM
           COMPUTE WS-QTD-PLANO =
               WS-QTD-MEDIA + WS-QTD-ENCOMENDA - WS-QTD-BOA
           IF WS-QTD-PLANO < ZEROS
               MOVE ZEROS TO WS-QTD-PLANO
           END-IF
           IF WS-QTD-PLANO > 9999
               MOVE 9999 TO WS-QTD-PLANO
           END-IF
           IF WS-QTD-MEDIA > ZEROS OR WS-QTD-ENCOMENDA > ZEROS
                   OR WS-QTD-PLANO > ZEROS
               PERFORM P-DEFINE-VALIDADE
               IF WS-QTD-PLANO > ZEROS
                   PERFORM P-GRAVA-PLANO
                   PERFORM P-EXPLODE-RECEITA
               END-IF
               PERFORM P-IMPRIME-LINHA
           END-IF.

       P-CALCULA-MEDIA.
           MOVE ZEROS TO WS-QTD-MEDIA
           MOVE ZEROS TO WS-TAB-ACHADO
           PERFORM P-PROCURA-PRODUTO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-TAB-USADAS
               OR WS-TAB-ACHADO > ZEROS
           IF WS-TAB-ACHADO > ZEROS
               IF WS-TAB-QTD (WS-TAB-ACHADO) > ZEROS
                   COMPUTE WS-QTD-MEDIA ROUNDED =
                       WS-TAB-QTD (WS-TAB-ACHADO)
                       / WS-SEMANAS-COM-VENDA
               END-IF
           END-IF.

       P-PROCURA-PRODUTO.
           IF WS-TAB-SKU (WS-IND) = SKU OF PRODUTO
               MOVE WS-IND TO WS-TAB-ACHADO
           END-IF.

       P-SOMA-ENCOMENDAS.
           MOVE ZEROS TO WS-QTD-ENCOMENDA
           IF WS-ENCOMENDA-DISPONIVEL = "S"
               MOVE SKU OF PRODUTO TO ENC-SKU
               MOVE "N" TO WS-FIM-ENC-SKU
               START ENCOMENDAS KEY IS EQUAL ENC-SKU
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ENC-SKU
               END-START
               PERFORM P-LE-ENCOMENDA-SKU UNTIL WS-FIM-ENC-SKU = "S"
           END-IF.

       P-LE-ENCOMENDA-SKU.
           READ ENCOMENDAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ENC-SKU
               NOT AT END
                   IF ENC-SKU NOT = SKU OF PRODUTO
                       MOVE "S" TO WS-FIM-ENC-SKU
                   ELSE
                       IF ENC-SITUACAO = "A"
                               AND ENC-DATA-RETIRADA = WS-DATA-AMANHA
                           ADD ENC-QTD TO WS-QTD-ENCOMENDA
                       END-IF
                   END-IF
           END-READ.

      * UM PRODUTO SEM NENHUM LOTE E ESTOQUE DE ANTES DO CONTROLE
      * POR LOTE - VALE A VALIDADE UNICA DO CADASTRO. A VIDA UTIL
      * DO PLANO VEM DO LOTE MAIS NOVO (NUMERO = DATA DE PRODUCAO).
      * LOTE EM QUARENTENA DE RECOLHIMENTO NAO E ESTOQUE BOM.
       P-SOMA-ESTOQUE-BOM.
           MOVE ZEROS TO WS-QTD-BOA
           MOVE ZEROS TO WS-VIDA-UTIL
           MOVE "N" TO WS-TEM-LOTE
           IF WS-LOTES-DISPONIVEL = "S"
               MOVE SKU OF PRODUTO TO LOTE-SKU
               MOVE ZEROS TO LOTE-NUMERO
               MOVE "N" TO WS-FIM-LOTES-SKU
               START LOTES KEY IS NOT LESS LOTE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LOTES-SKU
               END-START
               PERFORM P-LE-LOTE-SKU UNTIL WS-FIM-LOTES-SKU = "S"
           END-IF
           MOVE ZEROS TO WS-VALIDADE-PRODUTO
           IF VALIDADE OF PRODUTO NUMERIC
               COMPUTE WS-VALIDADE-PRODUTO =
                   ANO OF PRODUTO * 10000
                   + MES OF PRODUTO * 100
                   + DIA OF PRODUTO
           END-IF
           IF WS-TEM-LOTE = "N"
                   AND WS-VALIDADE-PRODUTO > WS-DATA-AMANHA
               MOVE QTD-ESTOQUE OF PRODUTO TO WS-QTD-BOA
           END-IF.

       P-LE-LOTE-SKU.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES-SKU
               NOT AT END
                   IF LOTE-SKU NOT = SKU OF PRODUTO
                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       MOVE "S" TO WS-TEM-LOTE
                       IF LOTE-VALIDADE > WS-DATA-AMANHA
                               AND LOTE-SITUACAO NOT = "Q"
                           ADD LOTE-QTD TO WS-QTD-BOA
                       END-IF
                       IF LOTE-NUMERO > 16010100
                               AND LOTE-VALIDADE NOT < LOTE-NUMERO
                           COMPUTE WS-VIDA-UTIL =
                               FUNCTION INTEGER-OF-DATE(LOTE-VALIDADE)
                               - FUNCTION INTEGER-OF-DATE(LOTE-NUMERO)
                       END-IF
                   END-IF
           END-READ.

      * SEM LOTE DATADO PARA TIRAR A VIDA UTIL, VALE A VALIDADE DO
      * CADASTRO SE AINDA FOR FUTURA - SENAO AMANHA, E A COZINHA
      * CONFERE A LINHA MARCADA ANTES DE MANDAR PARA O BOLOEDT.
       P-DEFINE-VALIDADE.
           IF WS-VIDA-UTIL > ZEROS
               COMPUTE WS-VALIDADE-PLANO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-AMANHA
                       + WS-VIDA-UTIL)
           ELSE
               IF WS-VALIDADE-PRODUTO > WS-DATA-AMANHA
                   MOVE WS-VALIDADE-PRODUTO TO WS-VALIDADE-PLANO
               ELSE
                   MOVE WS-DATA-AMANHA TO WS-VALIDADE-PLANO
               END-IF
               MOVE "CONFIRA VAL" TO WS-AVISO
           END-IF.

       P-GRAVA-PLANO.
           ADD 1 TO WS-TOTAL-PLANEJADOS
           ADD WS-QTD-PLANO TO WS-TOTAL-UNIDADES
           MOVE PRODUTO TO REGISTRO-PLANO
           MOVE WS-VALIDADE-PLANO (7:2) TO DIA OF REGISTRO-PLANO
           MOVE WS-VALIDADE-PLANO (5:2) TO MES OF REGISTRO-PLANO
           MOVE WS-VALIDADE-PLANO (1:4) TO ANO OF REGISTRO-PLANO
           MOVE WS-QTD-PLANO TO QTD-ESTOQUE OF REGISTRO-PLANO
           WRITE REGISTRO-PLANO.

      * MESMA EXPLOSAO DO BOLOEXP, MAS SO ACUMULA A NECESSIDADE -
      * O INGRED.DAT NAO E TOCADO.
       P-EXPLODE-RECEITA.
           MOVE "N" TO WS-TEM-RECEITA
           IF WS-RECEITAS-DISPONIVEL = "S"
               MOVE "N" TO WS-FIM-RCT-SKU
               MOVE SKU OF PRODUTO TO RCT-SKU
               MOVE ZEROS TO RCT-INGREDIENTE
               START RECEITAS KEY IS NOT LESS RCT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-RCT-SKU
               END-START
               PERFORM P-EXPLODE-LINHA UNTIL WS-FIM-RCT-SKU = "S"
           END-IF
           IF WS-TEM-RECEITA = "N"
               ADD 1 TO WS-TOTAL-SEM-RECEITA
               MOVE "SEM RECEITA" TO WS-AVISO
           END-IF.

       P-EXPLODE-LINHA.
           READ RECEITAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RCT-SKU
               NOT AT END
                   IF RCT-SKU NOT = SKU OF PRODUTO
                       MOVE "S" TO WS-FIM-RCT-SKU
                   ELSE
                       MOVE "S" TO WS-TEM-RECEITA
                       IF RCT-INGREDIENTE > ZEROS
                           COMPUTE WS-CONSUMO =
                               RCT-QTD-POR-UNIDADE * WS-QTD-PLANO
                           ADD WS-CONSUMO
                               TO WS-NEC-QTD (RCT-INGREDIENTE)
                       END-IF
                   END-IF
           END-READ.

       P-IMPRIME-LINHA.
           MOVE SKU OF PRODUTO   TO WS-L-SKU
           MOVE NOME OF PRODUTO  TO WS-L-NOME
           MOVE WS-QTD-MEDIA     TO WS-L-MEDIA
           MOVE WS-QTD-ENCOMENDA TO WS-L-ENCOMENDA
           MOVE WS-QTD-BOA       TO WS-L-BOA
           MOVE WS-QTD-PLANO     TO WS-L-PLANO
           MOVE WS-VALIDADE-PLANO TO WS-L-VALIDADE
           MOVE WS-AVISO         TO WS-L-AVISO
           MOVE SPACES           TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE-PLANO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTOS=" DELIMITED SIZE
               WS-TOTAL-PRODUTOS DELIMITED SIZE
               " PLANEJADOS=" DELIMITED SIZE
               WS-TOTAL-PLANEJADOS DELIMITED SIZE
               " UNIDADES=" DELIMITED SIZE
               WS-TOTAL-UNIDADES DELIMITED SIZE
               " SEM-RECEITA=" DELIMITED SIZE
               WS-TOTAL-SEM-RECEITA DELIMITED SIZE
               " HISTORICO LIDO=" DELIMITED SIZE
               WS-TOTAL-HIST-LIDOS DELIMITED SIZE
               " USADO=" DELIMITED SIZE
               WS-TOTAL-HIST-USADOS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-CABECALHO-INGREDIENTES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "INGREDIENTES NECESSARIOS PARA O PLANO"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-INGRED-DISPONIVEL = "N"
               MOVE "INGRED.DAT INDISPONIVEL - ESTOQUE NAO CONFERIDO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INGR  DESCRICAO                       "
                   DELIMITED SIZE
               " NECESSARIO     ESTOQUE       FALTA UND"
                   DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-CONFERE-INGREDIENTE.
           IF WS-NEC-QTD (WS-ING-IND) > ZEROS
               PERFORM P-IMPRIME-INGREDIENTE
           END-IF.

      * SO SAI NA LISTA O QUE FALTA - O QUE TEM EM ESTOQUE NAO
      * PRECISA DA ATENCAO DE NINGUEM HOJE.
       P-IMPRIME-INGREDIENTE.
           MOVE WS-ING-IND TO WS-LI-CODIGO
           MOVE ZEROS TO ING-ESTOQUE
           IF WS-INGRED-DISPONIVEL = "S"
               MOVE WS-ING-IND TO ING-CODIGO
               READ INGRED
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-INGRED
                       MOVE "NAO CADASTRADO EM INGRED.DAT"
                           TO ING-DESCRICAO
                       MOVE SPACES TO ING-UNIDADE
                       MOVE ZEROS TO ING-ESTOQUE
               END-READ
           ELSE
               MOVE SPACES TO ING-DESCRICAO ING-UNIDADE
           END-IF
           IF WS-NEC-QTD (WS-ING-IND) > ING-ESTOQUE
               ADD 1 TO WS-TOTAL-FALTAS
               COMPUTE WS-FALTA =
                   WS-NEC-QTD (WS-ING-IND) - ING-ESTOQUE
               MOVE ING-DESCRICAO TO WS-LI-DESCRICAO
               MOVE WS-NEC-QTD (WS-ING-IND) TO WS-LI-NECESSARIO
               MOVE ING-ESTOQUE TO WS-LI-ESTOQUE
               MOVE WS-FALTA TO WS-LI-FALTA
               MOVE ING-UNIDADE TO WS-LI-UNIDADE
               MOVE SPACES TO LINHA-RELATORIO
               MOVE WS-LINHA-INGREDIENTE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-RODAPE-INGREDIENTES.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INGREDIENTES EM FALTA=" DELIMITED SIZE
               WS-TOTAL-FALTAS DELIMITED SIZE
               " NAO CADASTRADOS=" DELIMITED SIZE
               WS-TOTAL-SEM-INGRED DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE HISTVDA
           CLOSE ARQUIVO
           IF WS-ENCOMENDA-DISPONIVEL = "S"
               CLOSE ENCOMENDAS
           END-IF
           IF WS-LOTES-DISPONIVEL = "S"
               CLOSE LOTES
           END-IF
           IF WS-RECEITAS-DISPONIVEL = "S"
               CLOSE RECEITAS
           END-IF
           IF WS-INGRED-DISPONIVEL = "S"
               CLOSE INGRED
           END-IF
           CLOSE PLANO
           CLOSE RELAT.
