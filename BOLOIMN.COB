      * QUANTITY ONE UNIT OF IT CONSUMES. BOLOEXP EXPLODES THESE
      * RECIPES AGAINST THE NIGHTLY PRODUCTION AND BOLOIES LISTS
      * WHAT TO BUY. SAME MENU STYLE AS THE BOLO MAINTENANCE.
      * THE OPERATOR SIGNS ON AGAINST OPERADOR.DAT THE SAME WAY AS IN
      * BOLO - THE COUNTER (NIVEL 1) ONLY LISTS, A SUPERVISOR (NIVEL
      * 2) MAINTAINS. EVERY STOCK BALANCE TYPED HERE (INCLUSION,
      * ALTERATION, DELETION) LEAVES A RECORD ON THE INGREDIENT AUDIT
      * TRAIL INGLOG.DAT WITH THE SIGNED-ON OPERATOR. THE AVERAGE COST
      * MAY BE TYPED FOR AN INGREDIENT NOT YET RECEIVED THROUGH
      * BOLORIN, WHICH KEEPS IT UP TO DATE FROM THEN ON.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOIMN.
           RECORD KEY          IS RCT-CHAVE
           FILE STATUS             IS WS-STATUS-RECEITAS.

           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPER.

           SELECT INGLOG ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-INGLOG.

       DATA DIVISION.
       FILE SECTION.
       FD INGRED
           01 REGISTRO-RECEITA.
              COPY BOLORCT.

       FD OPERADORES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           01 REG-OPERADOR.
              COPY BOLOOPE.

       FD INGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INGLOG.DAT".

           01 REGISTRO-INGLOG.
              COPY BOLOILG.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-INGRED     PIC   X(02).
           77 WS-STATUS-RECEITAS   PIC   X(02).
           77 WS-STATUS-OPER       PIC   X(02).
           77 WS-STATUS-INGLOG     PIC   X(02).

           77 WS-OPCAO             PIC   X(01) VALUE SPACES.
           77 WS-CONFIRMA          PIC   X(01) VALUE SPACES.
           77 WS-ACHOU             PIC   X(01) VALUE "N".
           77 WS-FIM-LISTA         PIC   X(01) VALUE "N".

      * OPERADOR ASSINADO NA ABERTURA - O ID VAI PARA A TRILHA DE
      * AUDITORIA DO INGREDIENTE.
           77 WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-NOME     PIC X(30) VALUE SPACES.
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZEROS.
           77 WS-SIGNON-OK         PIC X(01) VALUE "N".
           77 WS-TENTATIVAS        PIC 9(01) VALUE ZEROS.

      * IMAGEM ANTERIOR DO SALDO E DO CUSTO PARA A TRILHA
           77 WS-LOG-OPERACAO      PIC X(10) VALUE SPACES.
           77 WS-LOG-QTD-ANTIGA    PIC 9(07)V999 VALUE ZEROS.
           77 WS-LOG-CUSTO-ANTIGO  PIC 9(05)V9999 VALUE ZEROS.

      * CAMPOS DE TELA PARA O INGREDIENTE
           77 WS-ING-CODIGO        PIC   9(04) VALUE ZEROS.
           77 WS-ING-DESCRICAO     PIC   X(30) VALUE SPACES.
           77 WS-ING-UNIDADE       PIC   X(03) VALUE SPACES.
           77 WS-ING-ESTOQUE       PIC   9(07)V999 VALUE ZEROS.
           77 WS-ING-MINIMO        PIC   9(05)V999 VALUE ZEROS.
           77 WS-ING-CUSTO         PIC   9(05)V9999 VALUE ZEROS.

      * CAMPOS DE TELA PARA A LINHA DE RECEITA
           77 WS-RCT-SKU           PIC   9(07) VALUE ZEROS.
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
               CLOSE INGRED
               CLOSE RECEITAS
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-SIGN-ON THRU P-SIGN-ON-EXIT.
           IF WS-SIGNON-OK = "N"
               DISPLAY "ACESSO NAO AUTORIZADO. ENCERRANDO."
               CLOSE INGRED
               CLOSE RECEITAS
               CLOSE OPERADORES
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-MENU-PRINCIPAL UNTIL WS-OPCAO = "9".

           CLOSE INGRED
           CLOSE RECEITAS
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

       P-MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "***** INGREDIENTES E RECEITAS - BOLO *****".
           DISPLAY "OPERADOR: " WS-OPERADOR-ID.
           DISPLAY "1 - INCLUIR INGREDIENTE".
           DISPLAY "2 - ALTERAR INGREDIENTE".
           DISPLAY "3 - EXCLUIR INGREDIENTE".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-INCLUIR-INGREDIENTE
                   END-IF
               WHEN "2"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-ALTERAR-INGREDIENTE
                   END-IF
               WHEN "3"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-EXCLUIR-INGREDIENTE
                   END-IF
               WHEN "4"
                   PERFORM P-LISTAR-INGREDIENTES
               WHEN "5"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-INCLUIR-RECEITA
                   END-IF
               WHEN "6"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-ALTERAR-RECEITA
                   END-IF
               WHEN "7"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-EXCLUIR-RECEITA
                   END-IF
               WHEN "8"
                   PERFORM P-LISTAR-RECEITA
               WHEN "9"
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-NEGA-ACESSO.
           DISPLAY "OPERACAO RESTRITA A SUPERVISOR (NIVEL 2).".

       P-INCLUIR-INGREDIENTE.
           DISPLAY "CODIGO DO INGREDIENTE: " WITH NO ADVANCING.
           ACCEPT WS-ING-CODIGO.
               READ INGRED
                   INVALID KEY
                       PERFORM P-ACEITA-DADOS-INGREDIENTE
                       PERFORM P-ACEITA-CUSTO-INGREDIENTE
                       MOVE WS-ING-DESCRICAO TO ING-DESCRICAO
                       MOVE WS-ING-UNIDADE   TO ING-UNIDADE
                       MOVE WS-ING-ESTOQUE   TO ING-ESTOQUE
                       MOVE WS-ING-MINIMO    TO ING-PONTO-PEDIDO
                       MOVE WS-ING-CUSTO     TO ING-CUSTO-MEDIO
                       WRITE REG-INGREDIENTE
                           INVALID KEY
                               DISPLAY "ERRO AO INCLUIR. STATUS="
                           NOT INVALID KEY
                               DISPLAY "INGREDIENTE INCLUIDO COM"
                                   " SUCESSO."
                               MOVE "INCLUSAO" TO WS-LOG-OPERACAO
                               MOVE ZEROS TO WS-LOG-QTD-ANTIGA
                                             WS-LOG-CUSTO-ANTIGO
                               PERFORM P-GRAVA-INGLOG
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "JA EXISTE INGREDIENTE COM ESTE CODIGO."
           DISPLAY "PONTO DE PEDIDO ...: " WITH NO ADVANCING.
           ACCEPT WS-ING-MINIMO.

       P-ACEITA-CUSTO-INGREDIENTE.
           DISPLAY "CUSTO MEDIO/UNIDADE: " WITH NO ADVANCING.
           ACCEPT WS-ING-CUSTO.

      * O CUSTO MEDIO SO E DIGITADO ENQUANTO O INGREDIENTE NAO TEM
      * CUSTO (ZERO OU CAMPO EM BRANCO DO REGISTRO ANTIGO) - DEPOIS
      * DO PRIMEIRO RECEBIMENTO E O BOLORIN QUE O MANTEM.

       P-ALTERAR-INGREDIENTE.
           DISPLAY "CODIGO DO INGREDIENTE A ALTERAR: "
               WITH NO ADVANCING.
                   DISPLAY "UNIDADE ATUAL..: " ING-UNIDADE
                   DISPLAY "ESTOQUE ATUAL..: " ING-ESTOQUE
                   DISPLAY "MINIMO ATUAL...: " ING-PONTO-PEDIDO
                   PERFORM P-GUARDA-IMAGEM-ANTERIOR
                   DISPLAY "CUSTO ATUAL....: " WS-LOG-CUSTO-ANTIGO
                   PERFORM P-ACEITA-DADOS-INGREDIENTE
                   IF WS-LOG-CUSTO-ANTIGO = ZEROS
                       PERFORM P-ACEITA-CUSTO-INGREDIENTE
                       MOVE WS-ING-CUSTO TO ING-CUSTO-MEDIO
                   ELSE
                       DISPLAY "CUSTO MEDIO MANTIDO PELO BOLORIN."
                   END-IF
                   MOVE WS-ING-DESCRICAO TO ING-DESCRICAO
                   MOVE WS-ING-UNIDADE   TO ING-UNIDADE
                   MOVE WS-ING-ESTOQUE   TO ING-ESTOQUE
                               WS-STATUS-INGRED
                       NOT INVALID KEY
                           DISPLAY "INGREDIENTE ALTERADO COM SUCESSO."
                           IF WS-LOG-QTD-ANTIGA NOT = ING-ESTOQUE
                                   OR WS-LOG-CUSTO-ANTIGO
                                       NOT = ING-CUSTO-MEDIO
                               MOVE "AJUSTE" TO WS-LOG-OPERACAO
                               PERFORM P-GRAVA-INGLOG
                           END-IF
                   END-REWRITE
           END-READ.

                   DISPLAY "CONFIRMA EXCLUSAO (S/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM P-GUARDA-IMAGEM-ANTERIOR
                       DELETE INGRED
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR. STATUS="
                           NOT INVALID KEY
                               DISPLAY "INGREDIENTE EXCLUIDO COM"
                                   " SUCESSO."
                               MOVE "EXCLUSAO" TO WS-LOG-OPERACAO
                               MOVE ZEROS TO ING-ESTOQUE
                                             ING-CUSTO-MEDIO
                               PERFORM P-GRAVA-INGLOG
                       END-DELETE
                   ELSE
                       DISPLAY "EXCLUSAO CANCELADA."
                   END-IF
           END-READ.

      * UM REGISTRO DE ANTES DO CAMPO DE CUSTO VEM COM ELE EM BRANCO
      * - VALE COMO AINDA SEM CUSTO.
       P-GUARDA-IMAGEM-ANTERIOR.
           MOVE ING-ESTOQUE TO WS-LOG-QTD-ANTIGA
           IF ING-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO WS-LOG-CUSTO-ANTIGO
           ELSE
               MOVE ING-CUSTO-MEDIO TO WS-LOG-CUSTO-ANTIGO
           END-IF.

       P-GRAVA-INGLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ILG-DATA-HORA
           MOVE WS-ING-CODIGO       TO ILG-INGREDIENTE
           MOVE WS-LOG-OPERACAO     TO ILG-OPERACAO
           MOVE WS-LOG-QTD-ANTIGA   TO ILG-QTD-ANTIGA
           MOVE ING-ESTOQUE         TO ILG-QTD-NOVA
           MOVE WS-LOG-CUSTO-ANTIGO TO ILG-CUSTO-ANTIGO
           MOVE ING-CUSTO-MEDIO     TO ILG-CUSTO-NOVO
           MOVE ZEROS               TO ILG-FORNECEDOR
                                       ILG-SKU
           MOVE WS-OPERADOR-ID      TO ILG-OPERADOR
           OPEN EXTEND INGLOG
           IF WS-STATUS-INGLOG NOT = "00"
               OPEN OUTPUT INGLOG
           END-IF.
           WRITE REGISTRO-INGLOG.
           CLOSE INGLOG.

       P-LISTAR-INGREDIENTES.
           MOVE ZEROS TO ING-CODIGO.
           MOVE "N" TO WS-FIM-LISTA.
                       " UNIDADE=" ING-UNIDADE
                       " ESTOQUE=" ING-ESTOQUE
                       " MINIMO=" ING-PONTO-PEDIDO
                       " CUSTO=" ING-CUSTO-MEDIO
           END-READ.

      * A LINHA DE RECEITA EXIGE UM INGREDIENTE JA CADASTRADO - O
