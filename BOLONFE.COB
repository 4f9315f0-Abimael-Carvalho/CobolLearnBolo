      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: SUPPLIER INVOICE THREE-WAY MATCH
      * READS THE SUPPLIER INVOICE LINES KEYED IN ON NOTAFORN.DAT
      * (SUPPLIER, INVOICE NUMBER, SKU, QUANTITY AND UNIT PRICE
      * BILLED) AND MATCHES EACH ONE AGAINST THE PURCHASE ORDER LINE
      * ON PEDIDO.DAT FOR THE SAME SUPPLIER AND SKU, OLDEST ORDER
      * FIRST, THAT HAS GOODS RECEIVED AND HAS NOT BEEN INVOICED YET.
      * THE QUANTITY BILLED MAY NOT EXCEED PED-QTD-RECEBIDA AND THE
      * PRICE BILLED MAY NOT EXCEED THE ORDER PRICE (PED-CUSTO) NOR
      * THE PRICE AGREED ON SKUFORN.DAT (SKF-CUSTO) WHEN THE LINK
      * STILL POINTS AT THE SAME SUPPLIER. A LINE THAT PASSES IS
      * APPENDED TO APAGAR.DAT (APPROVED FOR PAYMENT) WITH ITS DUE
      * DATE - INVOICE DATE PLUS THE PAYMENT TERM ON THE COMMAND LINE
      * (DEFAULT 30 DAYS) - AND THE ORDER LINE IS STAMPED WITH THE
      * INVOICE NUMBER SO IT CANNOT BE BILLED A SECOND TIME. LINES
      * THAT FAIL GO TO THE EXCEPTIONS REPORT WITH A REASON CODE AND
      * END THE RUN WITH RETURN CODE 4 - PURCHASING TAKES THEM UP
      * WITH THE SUPPLIER BEFORE ANYTHING IS PAID.
      *
      * REASON CODES:
      *   001 FORNECEDOR INEXISTENTE EM FORNEC.DAT
      *   002 DATA DE EMISSAO INVALIDA OU FUTURA
      *   003 QUANTIDADE OU PRECO NAO NUMERICO OU ZERADO
      *   004 NOTA SEM PEDIDO DO FORNECEDOR PARA O SKU
      *   005 FATURADO SEM RECEBIMENTO
      *   006 FATURADO ACIMA DO RECEBIDO
      *   007 PEDIDO JA FATURADO EM OUTRA NOTA (OU A MESMA NOTA
      *       REPASSADA - A RODADA REPETIDA NAO APROVA DE NOVO)
      *   008 PRECO ACIMA DO PEDIDO
      *   009 PRECO ACIMA DO ACORDADO NO SKUFORN
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLONFE.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-NOTAS.

           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS PED-CHAVE
           FILE STATUS             IS WS-STATUS-PEDIDOS.

           SELECT SKUFORN ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS SKF-SKU
           FILE STATUS             IS WS-STATUS-SKUFORN.

           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS FOR-CODIGO
           FILE STATUS             IS WS-STATUS-FORNEC.

           SELECT APAGAR ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-APAGAR.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTAFORN.DAT".

           01 REGISTRO-NOTA.
              COPY BOLONFE.

       FD PEDIDOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDO.DAT".

           01 REGISTRO-PEDIDO.
              COPY BOLOPED.

       FD SKUFORN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SKUFORN.DAT".

           01 REG-SKU-FORNECEDOR.
              COPY BOLOSKF.

       FD FORNEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".

           01 REG-FORNECEDOR.
              COPY BOLOFRN.

       FD APAGAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "APAGAR.DAT".

           01 REGISTRO-APAGAR.
              COPY BOLOPAG.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLONFE.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-NOTAS      PIC   X(02).
           77 WS-STATUS-PEDIDOS    PIC   X(02).
           77 WS-STATUS-SKUFORN    PIC   X(02).
           77 WS-STATUS-FORNEC     PIC   X(02).
           77 WS-STATUS-APAGAR     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-NOTAS         PIC   X(01) VALUE "N".
           77 WS-FIM-PED-SKU       PIC   X(01) VALUE "N".
           77 WS-SKUFORN-DISPONIVEL PIC  X(01) VALUE "N".

           77 WS-PARM-PRAZO        PIC   X(05) VALUE SPACES.
           77 WS-PRAZO-PAGTO       PIC   9(03) VALUE 30.
           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.
           77 WS-DATA-VENCIMENTO   PIC   9(08) VALUE ZEROS.

           77 WS-TOTAL-LIDOS       PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-APROVADOS   PIC   9(05) VALUE ZEROS.
           77 WS-TOTAL-EXCECOES    PIC   9(05) VALUE ZEROS.
           77 WS-VALOR-APROVADO    PIC   9(09)V99 VALUE ZEROS.
           77 WS-VALOR-EXCECOES    PIC   9(09)V99 VALUE ZEROS.
           77 WS-VALOR-LINHA       PIC   9(07)V99 VALUE ZEROS.
           77 WS-VALOR-EDITADO     PIC   ZZZZZZZZ9,99.

      * RESULTADO DA VARREDURA DOS PEDIDOS DO SKU PARA O FORNECEDOR
           77 WS-TEM-PEDIDO        PIC   X(01) VALUE "N".
           77 WS-TEM-NAO-RECEBIDO  PIC   X(01) VALUE "N".
           77 WS-TEM-FATURADO      PIC   X(01) VALUE "N".
           77 WS-JA-NESTA-NOTA     PIC   X(01) VALUE "N".
           77 WS-ACHOU-PEDIDO      PIC   X(01) VALUE "N".
           77 WS-PED-NUMERO-ACHADO PIC   9(08) VALUE ZEROS.
           77 WS-PED-NOTA-ANTERIOR PIC   9(09) VALUE ZEROS.

           77 WS-MOTIVO            PIC   X(03) VALUE SPACES.
           77 WS-MOTIVO-DESCRICAO  PIC   X(40) VALUE SPACES.
           77 WS-DIAS-NO-MES       PIC   9(02) VALUE ZEROS.
           77 WS-QUOCIENTE         PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-4           PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-100         PIC   9(04) VALUE ZEROS.
           77 WS-RESTO-400         PIC   9(04) VALUE ZEROS.

           01 WS-DATA-EMISSAO.
               05 WS-EMI-ANO       PIC 9(04).
               05 WS-EMI-MES       PIC 9(02).
               05 WS-EMI-DIA       PIC 9(02).

           01 WS-LINHA-DETALHE.
               05 WS-L-FORNEC      PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-NOTA        PIC 9(09).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-SKU         PIC 9(07).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-PEDIDO      PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-QTD         PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-CUSTO       PIC ZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VALOR       PIC ZZZZZZ9,99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-VENCIMENTO  PIC 9(08).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-CABECALHO
           PERFORM P-PROCESSA-NOTA UNTIL WS-FIM-NOTAS = "S"
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           IF WS-TOTAL-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           ACCEPT WS-PARM-PRAZO FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-PRAZO) NOT = SPACES
                   AND FUNCTION TRIM(WS-PARM-PRAZO) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-PRAZO) TO WS-PRAZO-PAGTO
           END-IF.

           OPEN INPUT NOTAS
           IF WS-STATUS-NOTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAFORN.DAT. STATUS="
                   WS-STATUS-NOTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SEM PEDIDO.DAT NAO HA CONTRA O QUE CASAR A NOTA - NADA PODE
      * SER APROVADO, ENTAO O PROCESSAMENTO NEM COMECA.
           OPEN I-O PEDIDOS
           IF WS-STATUS-PEDIDOS NOT = "00"
               DISPLAY "ERRO AO ABRIR PEDIDO.DAT. STATUS="
                   WS-STATUS-PEDIDOS
               CLOSE NOTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FORNEC
           IF WS-STATUS-FORNEC NOT = "00"
               DISPLAY "ERRO AO ABRIR FORNEC.DAT. STATUS="
                   WS-STATUS-FORNEC
                   " - CADASTRE OS FORNECEDORES NO BOLOFOR."
               CLOSE NOTAS
               CLOSE PEDIDOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SEM SKUFORN.DAT O PRECO SO E CONFERIDO CONTRA O PEDIDO.
           OPEN INPUT SKUFORN
           IF WS-STATUS-SKUFORN = "00"
               MOVE "S" TO WS-SKUFORN-DISPONIVEL
           ELSE
               DISPLAY "AVISO: SKUFORN.DAT NAO ABERTO. STATUS="
                   WS-STATUS-SKUFORN
                   " - PRECO CONFERIDO SO CONTRA O PEDIDO."
           END-IF.

           OPEN EXTEND APAGAR
           IF WS-STATUS-APAGAR NOT = "00"
               OPEN OUTPUT APAGAR
           END-IF.

           OPEN OUTPUT RELAT.

       P-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONFERENCIA DE NOTAS DE FORNECEDOR - NOTAFORN.DAT"
                   DELIMITED SIZE
               " - PRAZO DE PAGAMENTO " DELIMITED SIZE
               WS-PRAZO-PAGTO DELIMITED SIZE
               " DIAS" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FORN NOTA      SKU     PEDIDO     QTD  PRECO"
                   DELIMITED SIZE
               "      VALOR VENCIMENTO" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-PROCESSA-NOTA.
           READ NOTAS
               AT END
                   MOVE "S" TO WS-FIM-NOTAS
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   PERFORM P-CONFERE-NOTA
           END-READ.

       P-CONFERE-NOTA.
           MOVE SPACES TO WS-MOTIVO WS-MOTIVO-DESCRICAO
           PERFORM P-VALIDA-CAMPOS THRU P-VALIDA-CAMPOS-EXIT
           IF WS-MOTIVO = SPACES
               PERFORM P-CASA-PEDIDO THRU P-CASA-PEDIDO-EXIT
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM P-APROVA-NOTA
           ELSE
               PERFORM P-REGISTRA-EXCECAO
           END-IF.

       P-VALIDA-CAMPOS.
           IF NFE-FORNECEDOR NOT NUMERIC
               MOVE "001" TO WS-MOTIVO
               MOVE "FORNECEDOR INEXISTENTE EM FORNEC.DAT"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           MOVE NFE-FORNECEDOR TO FOR-CODIGO
           READ FORNEC
               INVALID KEY
                   MOVE "001" TO WS-MOTIVO
                   MOVE "FORNECEDOR INEXISTENTE EM FORNEC.DAT"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO P-VALIDA-CAMPOS-EXIT
           END-READ.
           PERFORM P-VALIDA-DATA THRU P-VALIDA-DATA-EXIT
           IF WS-MOTIVO NOT = SPACES
               GO TO P-VALIDA-CAMPOS-EXIT
           END-IF.
           IF NFE-QTD NOT NUMERIC OR NFE-QTD = ZEROS
                   OR NFE-CUSTO-UNITARIO NOT NUMERIC
                   OR NFE-CUSTO-UNITARIO = ZEROS
                   OR NFE-SKU NOT NUMERIC
               MOVE "003" TO WS-MOTIVO
               MOVE "QUANTIDADE OU PRECO NAO NUMERICO OU ZERADO"
                   TO WS-MOTIVO-DESCRICAO
           END-IF.
       P-VALIDA-CAMPOS-EXIT.
           EXIT.

      * A EMISSAO PRECISA SER UMA DATA REAL DE CALENDARIO E NAO PODE
      * SER DE AMANHA EM DIANTE - O VENCIMENTO E CONTADO DELA.
       P-VALIDA-DATA.
           IF NFE-DATA-EMISSAO NOT NUMERIC
                   OR NFE-DATA-EMISSAO > WS-DATA-HOJE
               MOVE "002" TO WS-MOTIVO
               MOVE "DATA DE EMISSAO INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-DATA-EXIT
           END-IF.
           MOVE NFE-DATA-EMISSAO TO WS-DATA-EMISSAO
           IF WS-EMI-MES < 1 OR WS-EMI-MES > 12
                   OR WS-EMI-ANO < 1900
               MOVE "002" TO WS-MOTIVO
               MOVE "DATA DE EMISSAO INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-VALIDA-DATA-EXIT
           END-IF.
           EVALUATE WS-EMI-MES
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
           IF WS-EMI-DIA < 1 OR WS-EMI-DIA > WS-DIAS-NO-MES
               MOVE "002" TO WS-MOTIVO
               MOVE "DATA DE EMISSAO INVALIDA OU FUTURA"
                   TO WS-MOTIVO-DESCRICAO
           END-IF.
       P-VALIDA-DATA-EXIT.
           EXIT.

       P-DIAS-FEVEREIRO.
           DIVIDE WS-EMI-ANO BY 4
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
           DIVIDE WS-EMI-ANO BY 100
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
           DIVIDE WS-EMI-ANO BY 400
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
           IF WS-RESTO-400 = ZEROS
                   OR (WS-RESTO-4 = ZEROS AND WS-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WS-DIAS-NO-MES
           ELSE
               MOVE 28 TO WS-DIAS-NO-MES
           END-IF.

      * A NOTA CASA COM A LINHA DE PEDIDO MAIS ANTIGA DO MESMO
      * FORNECEDOR PARA O SKU QUE JA TEM RECEBIMENTO E AINDA NAO FOI
      * FATURADA. SEM NENHUMA ASSIM, O MOTIVO DIZ POR QUE: NAO HA
      * PEDIDO, NADA FOI RECEBIDO, OU TUDO JA FOI FATURADO. LINHA
      * DO FORNECEDOR PARA O SKU JA CARIMBADA COM ESTA MESMA NOTA E
      * NOTA REPASSADA (RODADA REPETIDA) - RECUSA ANTES DE CASAR.
       P-CASA-PEDIDO.
           MOVE "N" TO WS-TEM-PEDIDO
                       WS-TEM-NAO-RECEBIDO
                       WS-TEM-FATURADO
                       WS-JA-NESTA-NOTA
                       WS-ACHOU-PEDIDO
           MOVE ZEROS TO WS-PED-NUMERO-ACHADO WS-PED-NOTA-ANTERIOR
           MOVE "N" TO WS-FIM-PED-SKU
           MOVE NFE-SKU TO PED-SKU
           MOVE ZEROS TO PED-NUMERO
           START PEDIDOS KEY IS NOT LESS PED-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PED-SKU
           END-START
           PERFORM P-EXAMINA-PEDIDO UNTIL WS-FIM-PED-SKU = "S"

           IF WS-JA-NESTA-NOTA = "S"
               MOVE "007" TO WS-MOTIVO
               MOVE "PEDIDO JA FATURADO EM OUTRA NOTA"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-CASA-PEDIDO-EXIT
           END-IF.
           IF WS-TEM-PEDIDO = "N"
               MOVE "004" TO WS-MOTIVO
               MOVE "NOTA SEM PEDIDO DO FORNECEDOR PARA O SKU"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-CASA-PEDIDO-EXIT
           END-IF.
           IF WS-ACHOU-PEDIDO = "N"
               IF WS-TEM-NAO-RECEBIDO = "S"
                   MOVE "005" TO WS-MOTIVO
                   MOVE "FATURADO SEM RECEBIMENTO"
                       TO WS-MOTIVO-DESCRICAO
               ELSE
                   MOVE "007" TO WS-MOTIVO
                   MOVE "PEDIDO JA FATURADO EM OUTRA NOTA"
                       TO WS-MOTIVO-DESCRICAO
               END-IF
               GO TO P-CASA-PEDIDO-EXIT
           END-IF.

      * RELE A LINHA ESCOLHIDA - A VARREDURA DEIXOU OUTRA NA AREA.
           MOVE NFE-SKU TO PED-SKU
           MOVE WS-PED-NUMERO-ACHADO TO PED-NUMERO
           READ PEDIDOS
               INVALID KEY
                   MOVE "004" TO WS-MOTIVO
                   MOVE "NOTA SEM PEDIDO DO FORNECEDOR PARA O SKU"
                       TO WS-MOTIVO-DESCRICAO
                   GO TO P-CASA-PEDIDO-EXIT
           END-READ.
           IF NFE-QTD > PED-QTD-RECEBIDA
               MOVE "006" TO WS-MOTIVO
               MOVE "FATURADO ACIMA DO RECEBIDO"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-CASA-PEDIDO-EXIT
           END-IF.
           IF NFE-CUSTO-UNITARIO > PED-CUSTO
               MOVE "008" TO WS-MOTIVO
               MOVE "PRECO ACIMA DO PEDIDO"
                   TO WS-MOTIVO-DESCRICAO
               GO TO P-CASA-PEDIDO-EXIT
           END-IF.
           IF WS-SKUFORN-DISPONIVEL = "S"
               MOVE NFE-SKU TO SKF-SKU
               READ SKUFORN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SKF-FORNECEDOR = NFE-FORNECEDOR
                               AND NFE-CUSTO-UNITARIO > SKF-CUSTO
                           MOVE "009" TO WS-MOTIVO
                           MOVE "PRECO ACIMA DO ACORDADO NO SKUFORN"
                               TO WS-MOTIVO-DESCRICAO
                       END-IF
               END-READ
           END-IF.
       P-CASA-PEDIDO-EXIT.
           EXIT.

      * LINHA GRAVADA ANTES DO CARIMBO DE FATURA CHEGA COM O CAMPO EM
      * BRANCO - VALE COMO NAO FATURADA.
       P-EXAMINA-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PED-SKU
               NOT AT END
                   IF PED-SKU NOT = NFE-SKU
                       MOVE "S" TO WS-FIM-PED-SKU
                   ELSE
                       IF PED-FORNECEDOR = NFE-FORNECEDOR
                           MOVE "S" TO WS-TEM-PEDIDO
                           IF PED-NOTA-FISCAL NOT NUMERIC
                               MOVE ZEROS TO PED-NOTA-FISCAL
                           END-IF
                           IF PED-NOTA-FISCAL = NFE-NUMERO
                               MOVE "S" TO WS-JA-NESTA-NOTA
                           END-IF
                           IF PED-NOTA-FISCAL > ZEROS
                               MOVE "S" TO WS-TEM-FATURADO
                               IF WS-JA-NESTA-NOTA = "N"
                                   OR PED-NOTA-FISCAL = NFE-NUMERO
                                   MOVE PED-NOTA-FISCAL
                                       TO WS-PED-NOTA-ANTERIOR
                               END-IF
                           ELSE
                               IF PED-QTD-RECEBIDA = ZEROS
                                   MOVE "S" TO WS-TEM-NAO-RECEBIDO
                               ELSE
                                   IF WS-ACHOU-PEDIDO = "N"
                                       MOVE "S" TO WS-ACHOU-PEDIDO
                                       MOVE PED-NUMERO
                                           TO WS-PED-NUMERO-ACHADO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * APROVADA: VAI PARA O CONTAS A PAGAR COM O VENCIMENTO E A
      * LINHA DO PEDIDO FICA CARIMBADA COM O NUMERO DA NOTA.
       P-APROVA-NOTA.
           COMPUTE WS-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NFE-DATA-EMISSAO)
               + WS-PRAZO-PAGTO)
           COMPUTE WS-VALOR-LINHA = NFE-QTD * NFE-CUSTO-UNITARIO
           MOVE NFE-NUMERO   TO PED-NOTA-FISCAL
           MOVE WS-DATA-HOJE TO PED-DATA-FATURA
           REWRITE REGISTRO-PEDIDO
               INVALID KEY
                   MOVE "004" TO WS-MOTIVO
                   MOVE "ERRO AO REGRAVAR PEDIDO.DAT"
                       TO WS-MOTIVO-DESCRICAO
                   PERFORM P-REGISTRA-EXCECAO
               NOT INVALID KEY
                   PERFORM P-GRAVA-APAGAR
           END-REWRITE.

       P-GRAVA-APAGAR.
           MOVE NFE-FORNECEDOR     TO PAG-FORNECEDOR
           MOVE NFE-NUMERO         TO PAG-NOTA-FISCAL
           MOVE NFE-SKU            TO PAG-SKU
           MOVE PED-NUMERO         TO PAG-PEDIDO
           MOVE NFE-QTD            TO PAG-QTD
           MOVE NFE-CUSTO-UNITARIO TO PAG-CUSTO-UNITARIO
           MOVE WS-VALOR-LINHA     TO PAG-VALOR
           MOVE NFE-DATA-EMISSAO   TO PAG-DATA-EMISSAO
           MOVE WS-DATA-VENCIMENTO TO PAG-DATA-VENCIMENTO
           MOVE WS-DATA-HOJE       TO PAG-DATA-APROVACAO
           WRITE REGISTRO-APAGAR
           ADD 1 TO WS-TOTAL-APROVADOS
           ADD WS-VALOR-LINHA TO WS-VALOR-APROVADO
           PERFORM P-IMPRIME-LINHA.

       P-IMPRIME-LINHA.
           MOVE NFE-FORNECEDOR     TO WS-L-FORNEC
           MOVE NFE-NUMERO         TO WS-L-NOTA
           MOVE NFE-SKU            TO WS-L-SKU
           MOVE PED-NUMERO         TO WS-L-PEDIDO
           MOVE NFE-QTD            TO WS-L-QTD
           MOVE NFE-CUSTO-UNITARIO TO WS-L-CUSTO
           MOVE WS-VALOR-LINHA     TO WS-L-VALOR
           MOVE WS-DATA-VENCIMENTO TO WS-L-VENCIMENTO
           MOVE SPACES             TO LINHA-RELATORIO
           MOVE WS-LINHA-DETALHE   TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * A EXCECAO MOSTRA O QUE FOI COBRADO; NA NOTA REPETIDA MOSTRA
      * TAMBEM A NOTA QUE JA FATUROU A LINHA DO PEDIDO.
       P-REGISTRA-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES
           IF NFE-QTD NUMERIC AND NFE-CUSTO-UNITARIO NUMERIC
               COMPUTE WS-VALOR-LINHA = NFE-QTD * NFE-CUSTO-UNITARIO
               ADD WS-VALOR-LINHA TO WS-VALOR-EXCECOES
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-MOTIVO = "007"
               STRING "EXCECAO FORN=" DELIMITED SIZE
                   NFE-FORNECEDOR DELIMITED SIZE
                   " NOTA=" DELIMITED SIZE
                   NFE-NUMERO DELIMITED SIZE
                   " SKU=" DELIMITED SIZE
                   NFE-SKU DELIMITED SIZE
                   " MOTIVO=" DELIMITED SIZE
                   WS-MOTIVO DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-MOTIVO-DESCRICAO DELIMITED "  "
                   " " DELIMITED SIZE
                   WS-PED-NOTA-ANTERIOR DELIMITED SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "EXCECAO FORN=" DELIMITED SIZE
                   NFE-FORNECEDOR DELIMITED SIZE
                   " NOTA=" DELIMITED SIZE
                   NFE-NUMERO DELIMITED SIZE
                   " SKU=" DELIMITED SIZE
                   NFE-SKU DELIMITED SIZE
                   " MOTIVO=" DELIMITED SIZE
                   WS-MOTIVO DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-MOTIVO-DESCRICAO DELIMITED SIZE
                   INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-VALOR-APROVADO TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIDOS=" DELIMITED SIZE
               WS-TOTAL-LIDOS DELIMITED SIZE
               " APROVADOS=" DELIMITED SIZE
               WS-TOTAL-APROVADOS DELIMITED SIZE
               " VALOR APROVADO=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-VALOR-EXCECOES TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXCECOES=" DELIMITED SIZE
               WS-TOTAL-EXCECOES DELIMITED SIZE
               " VALOR RETIDO=" DELIMITED SIZE
               WS-VALOR-EDITADO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE NOTAS
           CLOSE PEDIDOS
           CLOSE FORNEC
           IF WS-SKUFORN-DISPONIVEL = "S"
               CLOSE SKUFORN
           END-IF
           CLOSE APAGAR
           CLOSE RELAT.
