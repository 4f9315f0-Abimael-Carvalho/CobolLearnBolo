      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: RECIPE STANDARD COST REPORT
      * EXPLODES EVERY PRODUTO'S RECIPE LINES ON RECEITA.DAT AGAINST
      * THE WEIGHTED AVERAGE COST OF EACH INGREDIENT ON INGRED.DAT
      * (RCT-QTD-POR-UNIDADE X ING-CUSTO-MEDIO) INTO A STANDARD
      * MATERIAL COST PER UNIT, AND PRINTS IT NEXT TO THE TYPED
      * VALOR-CUSTO AND THE VALOR-VENDA WITH THE MARGIN AT STANDARD
      * COST. A SKU WHOSE TYPED COST IS OFF FROM THE RECIPE COST BY
      * MORE THAN THE PERCENTAGE ON THE COMMAND LINE (DEFAULT 10) IS
      * FLAGGED. THE FOOTER ROLLS IT UP BY CATEGORIA LIKE BOLOMAR.
      * SKUS WITH NO RECIPE AT ALL, OR WHOSE RECIPE POINTS AT AN
      * INGREDIENT MISSING FROM THE MASTER OR WITHOUT A COST YET, ARE
      * LEFT OUT OF THE COMPARISON AND LISTED SEPARATELY AT THE END -
      * A PARTIAL STANDARD COST WOULD ONLY MISLEAD THE REPRICING.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCUS.
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

           SELECT CATEGORIAS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS CAT-CODIGO
           FILE STATUS             IS WS-STATUS-CATEG.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLO.DAT".

           01 PRODUTO.
              COPY BOLOREC.

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

       FD CATEGORIAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".

           01 REG-CATEGORIA.
              COPY BOLOCAT.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOCUS.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO    PIC   X(02).
           77 WS-STATUS-RECEITAS   PIC   X(02).
           77 WS-STATUS-INGRED     PIC   X(02).
           77 WS-STATUS-CATEG      PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-ARQUIVO       PIC   X(01) VALUE "N".
           77 WS-FIM-RCT-SKU       PIC   X(01) VALUE "N".
           77 WS-CATEG-DISPONIVEL  PIC   X(01) VALUE "N".

      * PASSADA EM CURSO: C = COMPARACAO, E = EXCECOES
           77 WS-PASSADA           PIC   X(01) VALUE "C".

           77 WS-PARM-PERC         PIC   X(05) VALUE SPACES.
           77 WS-PERC-TOLERANCIA   PIC   9(03)V99 VALUE 10.
           77 WS-TOLERANCIA-EDITADA PIC  ZZ9,99.

      * SITUACAO DA RECEITA DO SKU: C = COMPLETA, R = SEM RECEITA,
      * I = INGREDIENTE INEXISTENTE, S = INGREDIENTE SEM CUSTO
           77 WS-SITUACAO-RECEITA  PIC   X(01) VALUE SPACES.
           77 WS-ING-PROBLEMA      PIC   9(04) VALUE ZEROS.
           77 WS-CUSTO-INGRED      PIC   9(05)V9999 VALUE ZEROS.

           77 WS-CUSTO-PADRAO      PIC   9(07)V9999 VALUE ZEROS.
           77 WS-CUSTO-LINHA       PIC   9(07)V9999 VALUE ZEROS.
           77 WS-PADRAO-CENTAVOS   PIC   9(07)V99 VALUE ZEROS.
           77 WS-DIFERENCA         PIC  S9(07)V99 VALUE ZEROS.
           77 WS-PERC-DIFERENCA    PIC  S9(05)V99 VALUE ZEROS.
           77 WS-PERC-ABSOLUTO     PIC   9(05)V99 VALUE ZEROS.
           77 WS-MARGEM-PADRAO     PIC  S9(07)V99 VALUE ZEROS.
           77 WS-PERC-MARGEM       PIC  S9(05)V99 VALUE ZEROS.

           77 WS-TOTAL-PRODUTOS    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-COMPARADOS  PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-DIVERGENTES PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-PREJUIZO    PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-EXCECOES    PIC   9(05) VALUE ZEROS.

           77 WS-CAT-IND           PIC   9(04) COMP VALUE ZEROS.
           77 WS-MEDIA-MARGEM      PIC  S9(05)V99 VALUE ZEROS.
           77 WS-SEMCAT-PRODUTOS   PIC   9(05) VALUE ZEROS.
           77 WS-SEMCAT-DIVERG     PIC   9(05) VALUE ZEROS.
           77 WS-SEMCAT-CUSTO      PIC   9(09)V99 VALUE ZEROS.
           77 WS-SEMCAT-PADRAO     PIC   9(09)V99 VALUE ZEROS.
           77 WS-SEMCAT-SOMA-PERC  PIC  S9(08)V99 VALUE ZEROS.

      * ACUMULADORES POR CATEGORIA - ENTRADA DIRETA PELO CODIGO
           01 WS-TABELA-CATEGORIA.
               05 WS-CAT-ENTRADA OCCURS 999 TIMES.
                   10 WS-CAT-USADO     PIC X(01).
                   10 WS-CAT-PRODUTOS  PIC 9(05).
                   10 WS-CAT-DIVERG    PIC 9(05).
                   10 WS-CAT-CUSTO     PIC 9(09)V99.
                   10 WS-CAT-PADRAO    PIC 9(09)V99.
                   10 WS-CAT-SOMA-PERC PIC S9(08)V99.

           01 WS-LINHA-DETALHE.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-NOME        PIC X(25).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CUSTO       PIC ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PADRAO      PIC ZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-DIF-PERC    PIC -ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VENDA       PIC ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-MARGEM      PIC -ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PERC        PIC -ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SITUACAO    PIC X(10).

           01 WS-LINHA-CATEGORIA.
               05 WS-LC-CODIGO     PIC 9(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LC-DESCRICAO  PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-PRODUTOS   PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-CUSTO      PIC ZZZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-PADRAO     PIC ZZZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-MEDIA      PIC -ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-DIVERG     PIC ZZZZ9.

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-ZERA-CATEGORIAS VARYING WS-CAT-IND FROM 1 BY 1
               UNTIL WS-CAT-IND > 999
           MOVE "C" TO WS-PASSADA
           PERFORM P-PERCORRE-PRODUTOS
           PERFORM P-RODAPE
           PERFORM P-RESUMO-CATEGORIAS
           PERFORM P-CABECALHO-EXCECOES
           MOVE "E" TO WS-PASSADA
           PERFORM P-PERCORRE-PRODUTOS
           PERFORM P-RODAPE-EXCECOES
           PERFORM P-ENCERRAMENTO
           STOP RUN.

       P-ZERA-CATEGORIAS.
           MOVE "N"   TO WS-CAT-USADO (WS-CAT-IND)
           MOVE ZEROS TO WS-CAT-PRODUTOS (WS-CAT-IND)
                         WS-CAT-DIVERG (WS-CAT-IND)
                         WS-CAT-CUSTO (WS-CAT-IND)
                         WS-CAT-PADRAO (WS-CAT-IND)
                         WS-CAT-SOMA-PERC (WS-CAT-IND).

       P-ABERTURA.
           ACCEPT WS-PARM-PERC FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-PERC) NOT = SPACES
                   AND FUNCTION TRIM(WS-PARM-PERC) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-PERC)
                   TO WS-PERC-TOLERANCIA
           END-IF.

           OPEN INPUT RECEITAS
           IF WS-STATUS-RECEITAS NOT = "00"
               DISPLAY "ERRO AO ABRIR RECEITA.DAT. STATUS="
                   WS-STATUS-RECEITAS
                   " - CADASTRE AS RECEITAS NO BOLOIMN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INGRED
           IF WS-STATUS-INGRED NOT = "00"
               DISPLAY "ERRO AO ABRIR INGRED.DAT. STATUS="
                   WS-STATUS-INGRED
                   " - CADASTRE OS INGREDIENTES NO BOLOIMN."
               CLOSE RECEITAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CATEGORIAS
           IF WS-STATUS-CATEG = "00"
               MOVE "S" TO WS-CATEG-DISPONIVEL
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO.
           MOVE WS-PERC-TOLERANCIA TO WS-TOLERANCIA-EDITADA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RELATORIO DE CUSTO PADRAO DA RECEITA X VALOR-CUSTO"
                   DELIMITED SIZE
               " - TOLERANCIA %" DELIMITED SIZE
               WS-TOLERANCIA-EDITADA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SKU     NOME                        CUSTO   PADRAO"
                   DELIMITED SIZE
               "    DIF%   VENDA  MARG-PD  MARG-PD%" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * CADA PASSADA LE O CADASTRO INTEIRO EM ORDEM DE SKU - A
      * PRIMEIRA COMPARA, A SEGUNDA SO LISTA AS EXCECOES.
       P-PERCORRE-PRODUTOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLO.DAT. STATUS="
                   WS-STATUS-ARQUIVO
               PERFORM P-ENCERRAMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM P-PROCESSA-ARQUIVO UNTIL WS-FIM-ARQUIVO = "S"
           CLOSE ARQUIVO.

       P-PROCESSA-ARQUIVO.
           READ ARQUIVO
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT AT END
                   PERFORM P-CALCULA-PADRAO
                   IF WS-PASSADA = "C"
                       ADD 1 TO WS-TOTAL-PRODUTOS
                       IF WS-SITUACAO-RECEITA = "C"
                           PERFORM P-AVALIA-PRODUTO
                       END-IF
                   ELSE
                       IF WS-SITUACAO-RECEITA NOT = "C"
                           PERFORM P-IMPRIME-EXCECAO
                       END-IF
                   END-IF
           END-READ.

      * O CUSTO PADRAO SOMA CADA LINHA DA RECEITA PELO CUSTO MEDIO
      * DO INGREDIENTE. UMA LINHA SEM INGREDIENTE OU SEM CUSTO
      * INVALIDA O SKU INTEIRO - O PRIMEIRO PROBLEMA E O QUE SAI.
       P-CALCULA-PADRAO.
           MOVE "R" TO WS-SITUACAO-RECEITA
           MOVE ZEROS TO WS-CUSTO-PADRAO WS-ING-PROBLEMA
           MOVE "N" TO WS-FIM-RCT-SKU
           MOVE SKU TO RCT-SKU
           MOVE ZEROS TO RCT-INGREDIENTE
           START RECEITAS KEY IS NOT LESS RCT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-RCT-SKU
           END-START
           PERFORM P-CUSTEIA-LINHA UNTIL WS-FIM-RCT-SKU = "S"
           COMPUTE WS-PADRAO-CENTAVOS ROUNDED = WS-CUSTO-PADRAO.

       P-CUSTEIA-LINHA.
           READ RECEITAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-RCT-SKU
               NOT AT END
                   IF RCT-SKU NOT = SKU
                       MOVE "S" TO WS-FIM-RCT-SKU
                   ELSE
                       IF WS-SITUACAO-RECEITA = "R"
                           MOVE "C" TO WS-SITUACAO-RECEITA
                       END-IF
                       PERFORM P-CUSTO-INGREDIENTE
                   END-IF
           END-READ.

       P-CUSTO-INGREDIENTE.
           MOVE RCT-INGREDIENTE TO ING-CODIGO
           READ INGRED
               INVALID KEY
                   IF WS-SITUACAO-RECEITA = "C"
                       MOVE "I" TO WS-SITUACAO-RECEITA
                       MOVE RCT-INGREDIENTE TO WS-ING-PROBLEMA
                   END-IF
               NOT INVALID KEY
                   IF ING-CUSTO-MEDIO NOT NUMERIC
                       MOVE ZEROS TO WS-CUSTO-INGRED
                   ELSE
                       MOVE ING-CUSTO-MEDIO TO WS-CUSTO-INGRED
                   END-IF
                   IF WS-CUSTO-INGRED = ZEROS
                       IF WS-SITUACAO-RECEITA = "C"
                           MOVE "S" TO WS-SITUACAO-RECEITA
                           MOVE RCT-INGREDIENTE TO WS-ING-PROBLEMA
                       END-IF
                   ELSE
                       COMPUTE WS-CUSTO-LINHA =
                           RCT-QTD-POR-UNIDADE * WS-CUSTO-INGRED
                       ADD WS-CUSTO-LINHA TO WS-CUSTO-PADRAO
                   END-IF
           END-READ.

      * A DIFERENCA E DO CUSTO DIGITADO SOBRE O PADRAO; A MARGEM E
      * SOBRE O CUSTO PADRAO, NO MESMO CRITERIO DO BOLOMAR.
       P-AVALIA-PRODUTO.
           ADD 1 TO WS-TOTAL-COMPARADOS
           COMPUTE WS-DIFERENCA = VALOR-CUSTO - WS-PADRAO-CENTAVOS
           IF WS-PADRAO-CENTAVOS > ZEROS
               COMPUTE WS-PERC-DIFERENCA ROUNDED =
                   (WS-DIFERENCA / WS-PADRAO-CENTAVOS) * 100
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PERC-DIFERENCA
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-PERC-DIFERENCA
           END-IF
           MOVE WS-PERC-DIFERENCA TO WS-PERC-ABSOLUTO
           COMPUTE WS-MARGEM-PADRAO = VALOR-VENDA - WS-PADRAO-CENTAVOS
           IF WS-PADRAO-CENTAVOS > ZEROS
               COMPUTE WS-PERC-MARGEM ROUNDED =
                   (WS-MARGEM-PADRAO / WS-PADRAO-CENTAVOS) * 100
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PERC-MARGEM
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-PERC-MARGEM
           END-IF
           MOVE "OK" TO WS-L-SITUACAO
           IF WS-PERC-ABSOLUTO > WS-PERC-TOLERANCIA
               MOVE "DIVERGENTE" TO WS-L-SITUACAO
               ADD 1 TO WS-TOTAL-DIVERGENTES
           END-IF
           IF VALOR-VENDA <= WS-PADRAO-CENTAVOS
               MOVE "PREJUIZO" TO WS-L-SITUACAO
               ADD 1 TO WS-TOTAL-PREJUIZO
           END-IF
           PERFORM P-ACUMULA-CATEGORIA
           PERFORM P-IMPRIME-LINHA.

      * UM REGISTRO ANTERIOR A CATEGORIA CHEGA COM O CAMPO EM BRANCO
      * (RESTAURACAO DE BACKUP ANTIGO) - VAI PARA SEM CATEGORIA.
       P-ACUMULA-CATEGORIA.
           IF CATEGORIA NOT NUMERIC OR CATEGORIA = ZEROS
               ADD 1 TO WS-SEMCAT-PRODUTOS
               ADD VALOR-CUSTO TO WS-SEMCAT-CUSTO
               ADD WS-PADRAO-CENTAVOS TO WS-SEMCAT-PADRAO
               ADD WS-PERC-MARGEM TO WS-SEMCAT-SOMA-PERC
               IF WS-PERC-ABSOLUTO > WS-PERC-TOLERANCIA
                   ADD 1 TO WS-SEMCAT-DIVERG
               END-IF
           ELSE
               MOVE "S" TO WS-CAT-USADO (CATEGORIA)
               ADD 1 TO WS-CAT-PRODUTOS (CATEGORIA)
               ADD VALOR-CUSTO TO WS-CAT-CUSTO (CATEGORIA)
               ADD WS-PADRAO-CENTAVOS TO WS-CAT-PADRAO (CATEGORIA)
               ADD WS-PERC-MARGEM TO WS-CAT-SOMA-PERC (CATEGORIA)
               IF WS-PERC-ABSOLUTO > WS-PERC-TOLERANCIA
                   ADD 1 TO WS-CAT-DIVERG (CATEGORIA)
               END-IF
           END-IF.

       P-IMPRIME-LINHA.
           MOVE SKU              TO WS-L-SKU
           MOVE NOME             TO WS-L-NOME
           MOVE VALOR-CUSTO      TO WS-L-CUSTO
           MOVE WS-PADRAO-CENTAVOS TO WS-L-PADRAO
           MOVE WS-PERC-DIFERENCA TO WS-L-DIF-PERC
           MOVE VALOR-VENDA      TO WS-L-VENDA
           MOVE WS-MARGEM-PADRAO TO WS-L-MARGEM
           MOVE WS-PERC-MARGEM   TO WS-L-PERC
           MOVE SPACES           TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTOS=" DELIMITED SIZE
               WS-TOTAL-PRODUTOS DELIMITED SIZE
               " COMPARADOS=" DELIMITED SIZE
               WS-TOTAL-COMPARADOS DELIMITED SIZE
               " DIVERGENTES=" DELIMITED SIZE
               WS-TOTAL-DIVERGENTES DELIMITED SIZE
               " PREJUIZO NO PADRAO=" DELIMITED SIZE
               WS-TOTAL-PREJUIZO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RESUMO-CATEGORIAS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "RESUMO DO CUSTO PADRAO POR CATEGORIA"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CAT   DESCRICAO                       PROD"
                   DELIMITED SIZE
               "  CUSTO DIGIT.  CUSTO PADRAO MARG-PD%  DIVG"
                   DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM P-IMPRIME-CATEGORIA VARYING WS-CAT-IND FROM 1 BY 1
               UNTIL WS-CAT-IND > 999
           IF WS-SEMCAT-PRODUTOS > ZEROS
               MOVE ZEROS TO WS-LC-CODIGO
               MOVE "SEM CATEGORIA" TO WS-LC-DESCRICAO
               MOVE WS-SEMCAT-PRODUTOS TO WS-LC-PRODUTOS
               MOVE WS-SEMCAT-CUSTO TO WS-LC-CUSTO
               MOVE WS-SEMCAT-PADRAO TO WS-LC-PADRAO
               COMPUTE WS-MEDIA-MARGEM ROUNDED =
                   WS-SEMCAT-SOMA-PERC / WS-SEMCAT-PRODUTOS
               MOVE WS-MEDIA-MARGEM TO WS-LC-MEDIA
               MOVE WS-SEMCAT-DIVERG TO WS-LC-DIVERG
               MOVE SPACES TO LINHA-RELATORIO
               MOVE WS-LINHA-CATEGORIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-IMPRIME-CATEGORIA.
           IF WS-CAT-USADO (WS-CAT-IND) = "S"
               MOVE WS-CAT-IND TO WS-LC-CODIGO
               PERFORM P-BUSCA-DESCRICAO
               MOVE WS-CAT-PRODUTOS (WS-CAT-IND) TO WS-LC-PRODUTOS
               MOVE WS-CAT-CUSTO (WS-CAT-IND) TO WS-LC-CUSTO
               MOVE WS-CAT-PADRAO (WS-CAT-IND) TO WS-LC-PADRAO
               COMPUTE WS-MEDIA-MARGEM ROUNDED =
                   WS-CAT-SOMA-PERC (WS-CAT-IND)
                   / WS-CAT-PRODUTOS (WS-CAT-IND)
               MOVE WS-MEDIA-MARGEM TO WS-LC-MEDIA
               MOVE WS-CAT-DIVERG (WS-CAT-IND) TO WS-LC-DIVERG
               MOVE SPACES TO LINHA-RELATORIO
               MOVE WS-LINHA-CATEGORIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-BUSCA-DESCRICAO.
           MOVE "CATEGORIA NAO CADASTRADA" TO WS-LC-DESCRICAO
           IF WS-CATEG-DISPONIVEL = "S"
               MOVE WS-CAT-IND TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-DESCRICAO TO WS-LC-DESCRICAO
               END-READ
           END-IF.

       P-CABECALHO-EXCECOES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SKUS SEM CUSTO PADRAO (FORA DA COMPARACAO)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-IMPRIME-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES
           MOVE SPACES TO LINHA-RELATORIO
           EVALUATE WS-SITUACAO-RECEITA
               WHEN "R"
                   STRING "SKU=" DELIMITED SIZE
                       SKU DELIMITED SIZE
                       " " DELIMITED SIZE
                       NOME DELIMITED SIZE
                       " SEM RECEITA" DELIMITED SIZE
                       INTO LINHA-RELATORIO
               WHEN "I"
                   STRING "SKU=" DELIMITED SIZE
                       SKU DELIMITED SIZE
                       " " DELIMITED SIZE
                       NOME DELIMITED SIZE
                       " INGREDIENTE " DELIMITED SIZE
                       WS-ING-PROBLEMA DELIMITED SIZE
                       " NAO EXISTE EM INGRED.DAT" DELIMITED SIZE
                       INTO LINHA-RELATORIO
               WHEN OTHER
                   STRING "SKU=" DELIMITED SIZE
                       SKU DELIMITED SIZE
                       " " DELIMITED SIZE
                       NOME DELIMITED SIZE
                       " INGREDIENTE " DELIMITED SIZE
                       WS-ING-PROBLEMA DELIMITED SIZE
                       " SEM CUSTO MEDIO" DELIMITED SIZE
                       INTO LINHA-RELATORIO
           END-EVALUATE
           WRITE LINHA-RELATORIO.

       P-RODAPE-EXCECOES.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL SEM CUSTO PADRAO: " DELIMITED SIZE
               WS-TOTAL-EXCECOES DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE RECEITAS
           CLOSE INGRED
           IF WS-CATEG-DISPONIVEL = "S"
               CLOSE CATEGORIAS
           END-IF
           CLOSE RELAT.
