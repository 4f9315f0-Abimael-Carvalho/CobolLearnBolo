      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: NIGHTLY NEAR-EXPIRY MARKDOWN (REMARCACAO)
      * A TRAY A COUPLE OF DAYS FROM ITS VALIDADE USED TO SIT AT FULL
      * PRICE UNTIL BOLOBXA THREW IT AWAY AT A 100% LOSS. THIS JOB
      * WALKS BOLO.DAT AND THE LOTS OF EVERY SKU ON BOLOLOT.DAT AND,
      * WHEN THE OLDEST LOT STILL SELLABLE EXPIRES WITHIN ONE OF THE
      * SUPERVISOR'S TIERS ON REMARCA.DAT, WRITES A ONE-DAY PRICE
      * EVENT (EVT-ORIGEM R) FOR THE COMING DAY STRAIGHT ONTO THE
      * PRECOEVT.DAT CALENDAR, SO BOLOPOS EXPORTS THE MARKED-DOWN
      * PRICE AND BOLOFEC COUNTS WHAT SOLD AT IT. RUN EVERY NIGHT THE
      * MARKDOWN DEEPENS BY ITSELF AS THE LOT AGES.
      * THE MARKED-DOWN PRICE NEVER GOES BELOW VALOR-CUSTO UNLESS THE
      * TIER ALLOWS IT, AND A SKU THAT ALREADY HAS AN EVENT COVERING
      * THE COMING DAY IS LEFT ALONE - A PROMOTION ON THE CALENDAR IS
      * NEVER OVERWRITTEN. A PRODUTO WITHOUT ANY LOT (OLD STOCK FROM
      * BEFORE THE LOT CONTROL) FALLS BACK TO THE SINGLE VALIDADE ON
      * THE PRODUTO RECORD. A LOT IN RECALL QUARANTINE IS NOT FOR
      * SALE AND IS LEFT OUT. THE REPORT LISTS EACH MARKDOWN, THE UNITS
      * IT COVERS AND THE WRITE-OFF AT VALOR-CUSTO IT COULD SAVE.
      * WITHOUT REMARCA.DAT THE HOUSE TIERS ARE USED: 30% OFF AT TWO
      * DAYS LEFT AND 50% OFF ON THE LAST DAY, NEVER BELOW COST.
      * ONLY THE CALENDAR EVENTS COVERING THE COMING DAY ARE LOADED,
      * SO THE ONE-DAY MARKDOWNS OF PAST NIGHTS DO NOT FILL THE TABLE.
      * EVERY RUN - ALSO ONE REFUSED AT THE START - APPENDS ITS
      * TOTALS AND RETURN-CODE TO THE RUN HISTORY RODADAS.DAT.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOMKD.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS SEQUENTIAL
           RECORD KEY          IS SKU
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT LOTES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS LOTE-CHAVE
           FILE STATUS             IS WS-STATUS-LOTES.

           SELECT PRECOEVT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRECOEVT.

           SELECT REMARCA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-REMARCA.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PRECOEVT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRECOEVT.DAT".

           01 REGISTRO-EVENTO.
              COPY BOLOPEV.

       FD REMARCA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REMARCA.DAT".

           01 REGISTRO-REGRA.
              COPY BOLOMKR.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOMKD.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-LOTES      PIC   X(02).
           77 WS-STATUS-PRECOEVT   PIC   X(02).
           77 WS-STATUS-REMARCA    PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-RODADA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-FIM-EVENTOS       PIC   X(01) VALUE "N".
           77 WS-FIM-REGRAS        PIC   X(01) VALUE "N".
           77 WS-CALENDARIO-ABERTO PIC   X(01) VALUE "N".

      * A REMARCACAO VALE PARA O DIA SEGUINTE, O MESMO DIA DO PRECO
      * QUE O BOLOPOS EXPORTA LOGO DEPOIS
           77 WS-HOJE-AAAAMMDD     PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-VENDA        PIC  S9(08) VALUE ZEROS.
           77 WS-DATA-VENDA        PIC   9(08) VALUE ZEROS.
           77 WS-DATA-LIMITE       PIC   9(08) VALUE ZEROS.
           77 WS-VALIDADE-AAAAMMDD PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-RESTANTES    PIC  S9(05) VALUE ZEROS.

           77 WS-TOTAL-PRODUTOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-REMARCADOS  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-EM-PROMOCAO PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-SEM-MARGEM  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-UNIDADES    PIC   9(07) VALUE ZEROS.
           77 WS-TOTAL-ECONOMIA    PIC   9(09)V99 VALUE ZEROS.

      * CAMPOS DE APOIO PARA A LEITURA DOS LOTES DO SKU
           77 WS-TEM-LOTE          PIC   X(01) VALUE "N".
           77 WS-FIM-LOTES-SKU     PIC   X(01) VALUE "N".
           77 WS-VALIDADE-ANTIGA   PIC   9(08) VALUE ZEROS.
           77 WS-QTD-COBERTA       PIC   9(05) VALUE ZEROS.

      * CAMPOS DE APOIO PARA O PRECO REMARCADO
           77 WS-REGRA-ACHADA      PIC   9(02) COMP VALUE ZEROS.
           77 WS-REGRA-IND         PIC   9(02) COMP VALUE ZEROS.
           77 WS-EVT-IND           PIC   9(03) COMP VALUE ZEROS.
           77 WS-EM-PROMOCAO       PIC   X(01) VALUE "N".
           77 WS-PRECO-REMARCADO   PIC   9(04)V99 VALUE ZEROS.
           77 WS-LIMITADO-CUSTO    PIC   X(01) VALUE "N".
           77 WS-ECONOMIA          PIC   9(07)V99 VALUE ZEROS.
           77 WS-ECONOMIA-EDITADA  PIC   ZZZZZZZZ9,99.

      * FAIXAS DE REMARCACAO DO SUPERVISOR (REMARCA.DAT)
           01 WS-TABELA-REGRAS.
               05 WS-REGRA-TOTAL   PIC 9(02) COMP VALUE ZEROS.
               05 WS-REGRA-ENTRADA OCCURS 20 TIMES.
                   10 WS-REGRA-DIAS        PIC 9(03).
                   10 WS-REGRA-PERCENTUAL  PIC 9(03).
                   10 WS-REGRA-ABAIXO-CUSTO PIC X(01).

      * CALENDARIO DE EVENTOS DE PRECO CARREGADO NA ABERTURA - SO O
      * SKU E O PERIODO IMPORTAM PARA NAO SOBREPOR UMA PROMOCAO
           01 WS-TABELA-EVENTOS.
               05 WS-EVT-TOTAL     PIC 9(03) COMP VALUE ZEROS.
               05 WS-EVT-ENTRADA OCCURS 500 TIMES.
                   10 WS-EVT-SKU       PIC 9(07).
                   10 WS-EVT-INICIO    PIC 9(08).
                   10 WS-EVT-FIM       PIC 9(08).

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-NOME        PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DIA         PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-MES         PIC 99.
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-L-ANO         PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DIAS        PIC ZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PERCENTUAL  PIC ZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PRECO-CHEIO PIC ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PRECO-NOVO  PIC ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-ECONOMIA    PIC ZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SITUACAO    PIC X(12).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RODADA-INICIO
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-ARQUIVO UNTIL WS-FIM-ARQUIVO = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           PERFORM P-REGISTRA-RODADA
           STOP RUN.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
           COMPUTE WS-DIAS-VENDA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) + 1
           COMPUTE WS-DATA-VENDA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-VENDA).

           PERFORM P-CARREGA-REGRAS
           PERFORM P-CARREGA-EVENTOS

           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN INPUT LOTES
           IF WS-STATUS-LOTES NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLOLOT.DAT. STATUS="
                   WS-STATUS-LOTES
               CLOSE ARQUIVO
               MOVE 8 TO RETURN-CODE
               PERFORM P-REGISTRA-RODADA
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT.

      * SEM REMARCA.DAT (OU COM ELE VAZIO) VALEM AS FAIXAS DA CASA.
       P-CARREGA-REGRAS.
           OPEN INPUT REMARCA
           IF WS-STATUS-REMARCA = "00"
               PERFORM P-LE-REGRA UNTIL WS-FIM-REGRAS = "S"
               CLOSE REMARCA
           END-IF
           IF WS-REGRA-TOTAL = ZEROS
               DISPLAY "AVISO: REMARCA.DAT NAO ABERTO OU VAZIO. STATUS="
                   WS-STATUS-REMARCA
                   " - FAIXAS PADRAO 2 DIAS 30% E ULTIMO DIA 50%."
               MOVE 2 TO WS-REGRA-TOTAL
               MOVE 2   TO WS-REGRA-DIAS (1)
               MOVE 30  TO WS-REGRA-PERCENTUAL (1)
               MOVE "N" TO WS-REGRA-ABAIXO-CUSTO (1)
               MOVE 0   TO WS-REGRA-DIAS (2)
               MOVE 50  TO WS-REGRA-PERCENTUAL (2)
               MOVE "N" TO WS-REGRA-ABAIXO-CUSTO (2)
           END-IF.

      * UMA FAIXA SEM DESCONTO OU COM DESCONTO DE 100% OU MAIS NAO
      * FAZ SENTIDO E E IGNORADA COM AVISO.
       P-LE-REGRA.
           READ REMARCA
               AT END
                   MOVE "S" TO WS-FIM-REGRAS
               NOT AT END
                   IF MKR-DIAS IS NUMERIC
                           AND MKR-PERCENTUAL IS NUMERIC
                           AND MKR-PERCENTUAL > ZEROS
                           AND MKR-PERCENTUAL < 100
                           AND WS-REGRA-TOTAL < 20
                       ADD 1 TO WS-REGRA-TOTAL
                       MOVE MKR-DIAS TO WS-REGRA-DIAS (WS-REGRA-TOTAL)
                       MOVE MKR-PERCENTUAL
                           TO WS-REGRA-PERCENTUAL (WS-REGRA-TOTAL)
                       MOVE MKR-ABAIXO-CUSTO
                           TO WS-REGRA-ABAIXO-CUSTO (WS-REGRA-TOTAL)
                   ELSE
                       DISPLAY "AVISO: FAIXA DE REMARCACAO IGNORADA: "
                           REGISTRO-REGRA
                   END-IF
           END-READ.

      * UM CALENDARIO INEXISTENTE SO SIGNIFICA QUE NAO HA PROMOCAO
      * MARCADA - ELE E CRIADO NA PRIMEIRA REMARCACAO.
       P-CARREGA-EVENTOS.
           OPEN INPUT PRECOEVT
           IF WS-STATUS-PRECOEVT NOT = "00"
               DISPLAY "AVISO: PRECOEVT.DAT NAO ABERTO. STATUS="
                   WS-STATUS-PRECOEVT
                   " - SEM PROMOCOES MARCADAS."
           ELSE
               PERFORM P-LE-EVENTO UNTIL WS-FIM-EVENTOS = "S"
               CLOSE PRECOEVT
           END-IF.

      * SO ENTRA NA TABELA O EVENTO QUE COBRE O DIA DA VENDA - AS
      * REMARCACOES DE UM DIA DAS NOITES ANTERIORES JA VENCERAM E
      * NAO IMPORTAM. COM A TABELA CHEIA NAO HA COMO SABER SE UM SKU
      * JA TEM PROMOCAO - O PROGRAMA PARA SEM REMARCAR NADA.
       P-LE-EVENTO.
           READ PRECOEVT
               AT END
                   MOVE "S" TO WS-FIM-EVENTOS
               NOT AT END
                   IF EVT-SKU IS NUMERIC AND EVT-SKU > ZEROS
                           AND EVT-DATA-INICIO IS NUMERIC
                           AND EVT-DATA-FIM IS NUMERIC
                           AND EVT-DATA-INICIO NOT > WS-DATA-VENDA
                           AND EVT-DATA-FIM NOT < WS-DATA-VENDA
                       IF WS-EVT-TOTAL < 500
                           ADD 1 TO WS-EVT-TOTAL
                           MOVE EVT-SKU TO WS-EVT-SKU (WS-EVT-TOTAL)
                           MOVE EVT-DATA-INICIO
                               TO WS-EVT-INICIO (WS-EVT-TOTAL)
                           MOVE EVT-DATA-FIM
                               TO WS-EVT-FIM (WS-EVT-TOTAL)
                       ELSE
                           DISPLAY "ERRO: CALENDARIO DE PRECOS CHEIO"
                               " - NENHUMA REMARCACAO GERADA."
                           CLOSE PRECOEVT
                           MOVE 8 TO RETURN-CODE
                           PERFORM P-REGISTRA-RODADA
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REMARCACAO DE PRODUTOS PROXIMOS DO VENCIMENTO -"
                   DELIMITED SIZE
               " PRECOS PARA " DELIMITED SIZE
               WS-DATA-VENDA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU      NOME                 VALIDADE   DIAS"
                   DELIMITED SIZE
               "   % CHEIO   REMARC.   QTD  ECONOMIA SITUACAO"
                   DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PROCESSA-ARQUIVO.
           READ ARQUIVO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-PRODUTOS
                   PERFORM P-AVALIA-PRODUTO
                       THRU P-AVALIA-PRODUTO-EXIT
           END-READ.

      * O LOTE MAIS ANTIGO AINDA VENDAVEL NO DIA DA VENDA DECIDE A
      * FAIXA; OS LOTES QUE VENCEM DENTRO DA FAIXA SAO AS UNIDADES
      * COBERTAS. LOTE JA VENCIDO NO DIA DA VENDA E DO BOLOBXA.
       P-AVALIA-PRODUTO.
           IF QTD-ESTOQUE = ZEROS
               GO TO P-AVALIA-PRODUTO-EXIT
           END-IF
           MOVE "N" TO WS-TEM-LOTE
           MOVE ZEROS TO WS-VALIDADE-ANTIGA
           PERFORM P-LE-LOTES-SKU
           IF WS-TEM-LOTE = "N"
               IF VALIDADE NOT NUMERIC
                   GO TO P-AVALIA-PRODUTO-EXIT
               END-IF
               COMPUTE WS-VALIDADE-AAAAMMDD =
                   ANO * 10000 + MES * 100 + DIA
               IF WS-VALIDADE-AAAAMMDD NOT < WS-DATA-VENDA
                   MOVE WS-VALIDADE-AAAAMMDD TO WS-VALIDADE-ANTIGA
               END-IF
           END-IF
           IF WS-VALIDADE-ANTIGA = ZEROS
               GO TO P-AVALIA-PRODUTO-EXIT
           END-IF

           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-VALIDADE-ANTIGA)
               - WS-DIAS-VENDA
           PERFORM P-ESCOLHE-REGRA
           IF WS-REGRA-ACHADA = ZEROS
               GO TO P-AVALIA-PRODUTO-EXIT
           END-IF

           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-VENDA + WS-REGRA-DIAS (WS-REGRA-ACHADA))
           MOVE ZEROS TO WS-QTD-COBERTA
           IF WS-TEM-LOTE = "S"
               PERFORM P-SOMA-LOTES-SKU
           ELSE
               MOVE QTD-ESTOQUE TO WS-QTD-COBERTA
           END-IF
           COMPUTE WS-ECONOMIA = WS-QTD-COBERTA * VALOR-CUSTO

           PERFORM P-VERIFICA-PROMOCAO
           IF WS-EM-PROMOCAO = "S"
               ADD 1 TO WS-TOTAL-EM-PROMOCAO
               MOVE ZEROS TO WS-PRECO-REMARCADO
               MOVE "JA EM PROMO" TO WS-L-SITUACAO
               PERFORM P-IMPRIME-LINHA
               GO TO P-AVALIA-PRODUTO-EXIT
           END-IF

           PERFORM P-CALCULA-PRECO
           IF WS-PRECO-REMARCADO NOT < VALOR-VENDA
               ADD 1 TO WS-TOTAL-SEM-MARGEM
               MOVE ZEROS TO WS-PRECO-REMARCADO
               MOVE "SEM MARGEM" TO WS-L-SITUACAO
               PERFORM P-IMPRIME-LINHA
               GO TO P-AVALIA-PRODUTO-EXIT
           END-IF

           PERFORM P-GRAVA-EVENTO
           ADD 1 TO WS-TOTAL-REMARCADOS
           ADD WS-QTD-COBERTA TO WS-TOTAL-UNIDADES
           ADD WS-ECONOMIA TO WS-TOTAL-ECONOMIA
           IF WS-LIMITADO-CUSTO = "S"
               MOVE "NO CUSTO" TO WS-L-SITUACAO
           ELSE
               MOVE "REMARCADO" TO WS-L-SITUACAO
           END-IF
           PERFORM P-IMPRIME-LINHA.
       P-AVALIA-PRODUTO-EXIT.
           EXIT.

       P-LE-LOTES-SKU.
           MOVE "N" TO WS-FIM-LOTES-SKU
           MOVE SKU TO LOTE-SKU
           MOVE ZEROS TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS LOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES-SKU
           END-START
           PERFORM P-EXAMINA-LOTE UNTIL WS-FIM-LOTES-SKU = "S".

       P-EXAMINA-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES-SKU
               NOT AT END
                   IF LOTE-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       MOVE "S" TO WS-TEM-LOTE
                       IF LOTE-QTD > ZEROS
                               AND LOTE-VALIDADE NOT < WS-DATA-VENDA
                               AND LOTE-SITUACAO NOT = "Q"
                           IF WS-VALIDADE-ANTIGA = ZEROS
                                   OR LOTE-VALIDADE < WS-VALIDADE-ANTIGA
                               MOVE LOTE-VALIDADE TO WS-VALIDADE-ANTIGA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       P-SOMA-LOTES-SKU.
           MOVE "N" TO WS-FIM-LOTES-SKU
           MOVE SKU TO LOTE-SKU
           MOVE ZEROS TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS LOTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LOTES-SKU
           END-START
           PERFORM P-SOMA-LOTE UNTIL WS-FIM-LOTES-SKU = "S".

       P-SOMA-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES-SKU
               NOT AT END
                   IF LOTE-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-LOTES-SKU
                   ELSE
                       IF LOTE-QTD > ZEROS
                               AND LOTE-VALIDADE NOT < WS-DATA-VENDA
                               AND LOTE-SITUACAO NOT = "Q"
                               AND LOTE-VALIDADE NOT > WS-DATA-LIMITE
                           ADD LOTE-QTD TO WS-QTD-COBERTA
                       END-IF
                   END-IF
           END-READ.

      * A FAIXA MAIS APERTADA QUE AINDA COBRE OS DIAS RESTANTES -
      * NO ULTIMO DIA VALE A DE ZERO DIAS, NAO A DE DOIS.
       P-ESCOLHE-REGRA.
           MOVE ZEROS TO WS-REGRA-ACHADA
           PERFORM P-COMPARA-REGRA
               VARYING WS-REGRA-IND FROM 1 BY 1
               UNTIL WS-REGRA-IND > WS-REGRA-TOTAL.

       P-COMPARA-REGRA.
           IF WS-REGRA-DIAS (WS-REGRA-IND) NOT < WS-DIAS-RESTANTES
               IF WS-REGRA-ACHADA = ZEROS
                   MOVE WS-REGRA-IND TO WS-REGRA-ACHADA
               ELSE
                   IF WS-REGRA-DIAS (WS-REGRA-IND)
                           < WS-REGRA-DIAS (WS-REGRA-ACHADA)
                       MOVE WS-REGRA-IND TO WS-REGRA-ACHADA
                   END-IF
               END-IF
           END-IF.

      * QUALQUER EVENTO DO SKU QUE COBRE O DIA DA VENDA - PROMOCAO
      * DO SUPERVISOR OU REMARCACAO DE UMA EXECUCAO ANTERIOR.
       P-VERIFICA-PROMOCAO.
           MOVE "N" TO WS-EM-PROMOCAO
           PERFORM P-PROCURA-PROMOCAO
               VARYING WS-EVT-IND FROM 1 BY 1
               UNTIL WS-EVT-IND > WS-EVT-TOTAL
               OR WS-EM-PROMOCAO = "S".

       P-PROCURA-PROMOCAO.
           IF WS-EVT-SKU (WS-EVT-IND) = SKU
                   AND WS-DATA-VENDA NOT < WS-EVT-INICIO (WS-EVT-IND)
                   AND WS-DATA-VENDA NOT > WS-EVT-FIM (WS-EVT-IND)
               MOVE "S" TO WS-EM-PROMOCAO
           END-IF.

       P-CALCULA-PRECO.
           MOVE "N" TO WS-LIMITADO-CUSTO
           COMPUTE WS-PRECO-REMARCADO ROUNDED = VALOR-VENDA
               * (100 - WS-REGRA-PERCENTUAL (WS-REGRA-ACHADA)) / 100
           IF WS-PRECO-REMARCADO < VALOR-CUSTO
                   AND WS-REGRA-ABAIXO-CUSTO (WS-REGRA-ACHADA) NOT = "S"
               MOVE VALOR-CUSTO TO WS-PRECO-REMARCADO
               MOVE "S" TO WS-LIMITADO-CUSTO
           END-IF.

      * O EVENTO VALE SO PARA O DIA DA VENDA - AMANHA A NOITE O
      * LOTE E REAVALIADO E A FAIXA SEGUINTE ENTRA SE FOR O CASO.
       P-GRAVA-EVENTO.
           IF WS-CALENDARIO-ABERTO = "N"
               OPEN EXTEND PRECOEVT
               IF WS-STATUS-PRECOEVT NOT = "00"
                   OPEN OUTPUT PRECOEVT
               END-IF
               MOVE "S" TO WS-CALENDARIO-ABERTO
           END-IF
           MOVE SKU                TO EVT-SKU
           MOVE WS-PRECO-REMARCADO TO EVT-PRECO-PROMO
           MOVE WS-DATA-VENDA      TO EVT-DATA-INICIO
           MOVE WS-DATA-VENDA      TO EVT-DATA-FIM
           MOVE "R"                TO EVT-ORIGEM
           WRITE REGISTRO-EVENTO.

       P-IMPRIME-LINHA.
           MOVE SKU                       TO WS-L-SKU
           MOVE NOME                      TO WS-L-NOME
           MOVE WS-VALIDADE-ANTIGA (7:2)  TO WS-L-DIA
           MOVE WS-VALIDADE-ANTIGA (5:2)  TO WS-L-MES
           MOVE WS-VALIDADE-ANTIGA (1:4)  TO WS-L-ANO
           MOVE WS-DIAS-RESTANTES         TO WS-L-DIAS
           MOVE WS-REGRA-PERCENTUAL (WS-REGRA-ACHADA)
                                          TO WS-L-PERCENTUAL
           MOVE VALOR-VENDA               TO WS-L-PRECO-CHEIO
           MOVE WS-PRECO-REMARCADO        TO WS-L-PRECO-NOVO
           MOVE WS-QTD-COBERTA            TO WS-L-QTD
           MOVE WS-ECONOMIA               TO WS-L-ECONOMIA
           MOVE SPACES                    TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE          TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTOS LIDOS=" DELIMITED SIZE
               WS-TOTAL-PRODUTOS DELIMITED SIZE
               " REMARCADOS=" DELIMITED SIZE
               WS-TOTAL-REMARCADOS DELIMITED SIZE
               " JA EM PROMOCAO=" DELIMITED SIZE
               WS-TOTAL-EM-PROMOCAO DELIMITED SIZE
               " SEM MARGEM=" DELIMITED SIZE
               WS-TOTAL-SEM-MARGEM DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOTAL-ECONOMIA TO WS-ECONOMIA-EDITADA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "UNIDADES REMARCADAS=" DELIMITED SIZE
               WS-TOTAL-UNIDADES DELIMITED SIZE
               " PERDA EVITAVEL A VALOR-CUSTO=" DELIMITED SIZE
               WS-ECONOMIA-EDITADA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE ARQUIVO
           CLOSE LOTES
           IF WS-CALENDARIO-ABERTO = "S"
               CLOSE PRECOEVT
           END-IF
           CLOSE RELAT.

      * UMA LINHA POR EXECUCAO NO HISTORICO PERMANENTE RODADAS.DAT,
      * TAMBEM NA RODADA RECUSADA NA ABERTURA - E DALI QUE O RESUMO
      * DA MANHA (BOLORSM) SABE O QUE A JANELA NOTURNA FEZ.
       P-REGISTRA-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ROD-FIM
           MOVE "BOLOMKD"              TO ROD-PROGRAMA
           MOVE WS-HOJE-AAAAMMDD       TO ROD-DATA-MOVTO
           MOVE WS-RODADA-INICIO       TO ROD-INICIO
           MOVE WS-TOTAL-PRODUTOS      TO ROD-LIDOS
           MOVE WS-TOTAL-REMARCADOS    TO ROD-POSTADOS
           MOVE ZEROS                  TO ROD-REJEITADOS
           MOVE RETURN-CODE            TO ROD-RC
           MOVE "N"                    TO ROD-RETOMADA
           OPEN EXTEND RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               OPEN OUTPUT RODADAS
           END-IF.
           WRITE REGISTRO-RODADA.
           CLOSE RODADAS.
