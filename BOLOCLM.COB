      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: CUSTOMER ACCOUNT (FIADO) MAINTENANCE
      * KEEPS THE CLIENTE.DAT MASTER OF THE REGULARS WHO BUY ON
      * ACCOUNT: CODE, NAME, CREDIT LIMIT AND BALANCE. THE BALANCE
      * IS NEVER TYPED HERE AFTER THE ACCOUNT IS OPENED - IT MOVES
      * ONLY THROUGH BOLOVDA (PURCHASES, RETURNS AND PAYMENTS ON
      * ACCOUNT FROM VENDA.DAT). THE BALANCE CARRIED OVER FROM THE
      * NOTEBOOK BEHIND THE REGISTER IS KEYED ONCE, WHEN THE ACCOUNT
      * IS INCLUDED, AND GOES TO MOVCLI.DAT AS AN OPENING BALANCE
      * MOVEMENT SO THE MONTHLY STATEMENT STARTS FROM IT. AN ACCOUNT
      * CAN ONLY BE DELETED WITH A ZERO BALANCE, AND ITS CODE IS NOT
      * GIVEN TO A NEW CUSTOMER WHILE ITS MOVEMENTS ARE ON MOVCLI.DAT.
      * SAME MENU AND SIGN-ON AS THE OTHER MAINTENANCE PROGRAMS - THE
      * COUNTER (NIVEL 1) ONLY CONSULTS, A SUPERVISOR (NIVEL 2)
      * MAINTAINS.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLOCLM.
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

           SELECT OPERADORES ASSIGN TO DISK
           ORGANIZATION        IS INDEXED
           ACCESS MODE         IS DYNAMIC
           RECORD KEY          IS OPE-ID
           FILE STATUS             IS WS-STATUS-OPER.

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

       FD OPERADORES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           01 REG-OPERADOR.
              COPY BOLOOPE.

       WORKING-STORAGE SECTION.
           77 WS-STATUS-CLIENTE    PIC   X(02).
           77 WS-STATUS-MOVCLI     PIC   X(02).
           77 WS-STATUS-OPER       PIC   X(02).

           77 WS-OPCAO             PIC   X(01) VALUE SPACES.
           77 WS-CONFIRMA          PIC   X(01) VALUE SPACES.
           77 WS-ACHOU             PIC   X(01) VALUE "N".
           77 WS-FIM-LISTA         PIC   X(01) VALUE "N".
           77 WS-DATA-HOJE         PIC   9(08) VALUE ZEROS.

      * OPERADOR ASSINADO NA ABERTURA - O ID VAI PARA O MOVIMENTO DE
      * SALDO DE ABERTURA.
           77 WS-OPERADOR-ID       PIC X(08) VALUE SPACES.
           77 WS-OPERADOR-NOME     PIC X(30) VALUE SPACES.
           77 WS-NIVEL-OPERADOR    PIC 9(01) VALUE ZEROS.
           77 WS-SIGNON-OK         PIC X(01) VALUE "N".
           77 WS-TENTATIVAS        PIC 9(01) VALUE ZEROS.

      * CAMPOS DE TELA PARA O CLIENTE
           77 WS-CLI-CODIGO        PIC   9(06) VALUE ZEROS.
           77 WS-CLI-NOME          PIC   X(30) VALUE SPACES.
           77 WS-CLI-LIMITE        PIC   9(05)V99 VALUE ZEROS.
           77 WS-CLI-SALDO-INICIAL PIC   9(07)V99 VALUE ZEROS.
           77 WS-CODIGO-USADO      PIC   X(01) VALUE "N".

           77 WS-VALOR-EDITADO     PIC   ZZZZZZ9,99.
           77 WS-SALDO-EDITADO     PIC  -ZZZZZZ9,99.

       PROCEDURE DIVISION.

       P-ABERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           OPEN I-O CLIENTES
           IF WS-STATUS-CLIENTE = "30" OR WS-STATUS-CLIENTE = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           IF WS-STATUS-CLIENTE NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTE.DAT. STATUS="
                   WS-STATUS-CLIENTE
               GO TO P-FIM-EXIT
           END-IF.

           OPEN I-O MOVCLI
           IF WS-STATUS-MOVCLI = "30" OR WS-STATUS-MOVCLI = "35"
               OPEN OUTPUT MOVCLI
               CLOSE MOVCLI
               OPEN I-O MOVCLI
           END-IF.
           IF WS-STATUS-MOVCLI NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVCLI.DAT. STATUS="
                   WS-STATUS-MOVCLI
               CLOSE CLIENTES
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
               CLOSE CLIENTES
               CLOSE MOVCLI
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-SIGN-ON THRU P-SIGN-ON-EXIT.
           IF WS-SIGNON-OK = "N"
               DISPLAY "ACESSO NAO AUTORIZADO. ENCERRANDO."
               CLOSE CLIENTES
               CLOSE MOVCLI
               CLOSE OPERADORES
               GO TO P-FIM-EXIT
           END-IF.

           PERFORM P-MENU-PRINCIPAL UNTIL WS-OPCAO = "9".

           CLOSE CLIENTES
           CLOSE MOVCLI
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
           DISPLAY "***** CONTAS DE CLIENTE (FIADO) - BOLO *****".
           DISPLAY "OPERADOR: " WS-OPERADOR-ID.
           DISPLAY "1 - INCLUIR CLIENTE".
           DISPLAY "2 - ALTERAR CLIENTE".
           DISPLAY "3 - EXCLUIR CLIENTE".
           DISPLAY "4 - LISTAR CLIENTES".
           DISPLAY "5 - CONSULTAR CONTA DE UM CLIENTE".
           DISPLAY "9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-INCLUIR-CLIENTE
                           THRU P-INCLUIR-CLIENTE-EXIT
                   END-IF
               WHEN "2"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-ALTERAR-CLIENTE
                   END-IF
               WHEN "3"
                   IF WS-NIVEL-OPERADOR < 2
                       PERFORM P-NEGA-ACESSO
                   ELSE
                       PERFORM P-EXCLUIR-CLIENTE
                   END-IF
               WHEN "4"
                   PERFORM P-LISTAR-CLIENTES
               WHEN "5"
                   PERFORM P-CONSULTAR-CONTA
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       P-NEGA-ACESSO.
           DISPLAY "OPERACAO RESTRITA A SUPERVISOR (NIVEL 2).".

      * O CODIGO DE UM CLIENTE EXCLUIDO CONTINUA NOS MOVIMENTOS DO
      * MOVCLI.DAT - REUSAR O CODIGO MISTURARIA AS DUAS CONTAS NO
      * EXTRATO E REPETIRIA A SEQUENCIA DOS MOVIMENTOS.
       P-INCLUIR-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-CLI-CODIGO
           IF WS-CLI-CODIGO = ZEROS
               DISPLAY "CODIGO ZERO NAO E ACEITO."
               GO TO P-INCLUIR-CLIENTE-EXIT
           END-IF
           MOVE WS-CLI-CODIGO TO CLI-CODIGO
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA EXISTE CLIENTE COM ESTE CODIGO."
                   GO TO P-INCLUIR-CLIENTE-EXIT
           END-READ
           PERFORM P-VERIFICA-CODIGO-USADO
           IF WS-CODIGO-USADO = "S"
               DISPLAY "CODIGO JA USADO POR CLIENTE EXCLUIDO (HA"
                   " MOVIMENTOS NO MOVCLI.DAT). USE OUTRO CODIGO."
               GO TO P-INCLUIR-CLIENTE-EXIT
           END-IF
           PERFORM P-ACEITA-DADOS-CLIENTE
           DISPLAY "SALDO DEVEDOR ANTERIOR (CADERNO): "
               WITH NO ADVANCING
           ACCEPT WS-CLI-SALDO-INICIAL
           MOVE WS-CLI-CODIGO        TO CLI-CODIGO
           MOVE WS-CLI-NOME          TO CLI-NOME
           MOVE WS-CLI-LIMITE        TO CLI-LIMITE
           MOVE WS-CLI-SALDO-INICIAL TO CLI-SALDO
           MOVE WS-DATA-HOJE         TO CLI-DATA-ABERTURA
           MOVE ZEROS                TO CLI-DATA-ULT-PGTO
                                        CLI-ULT-SEQUENCIA
           IF WS-CLI-SALDO-INICIAL > ZEROS
               MOVE 1 TO CLI-ULT-SEQUENCIA
           END-IF
           WRITE REGISTRO-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR. STATUS="
                       WS-STATUS-CLIENTE
                   GO TO P-INCLUIR-CLIENTE-EXIT
           END-WRITE
           DISPLAY "CLIENTE INCLUIDO COM SUCESSO."
           IF WS-CLI-SALDO-INICIAL > ZEROS
               PERFORM P-GRAVA-SALDO-ABERTURA
           END-IF.
       P-INCLUIR-CLIENTE-EXIT.
           EXIT.

       P-VERIFICA-CODIGO-USADO.
           MOVE "N" TO WS-CODIGO-USADO
           MOVE WS-CLI-CODIGO TO MCL-CLIENTE
           MOVE ZEROS TO MCL-SEQUENCIA
           START MOVCLI KEY IS NOT LESS MCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MOVCLI NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MCL-CLIENTE = WS-CLI-CODIGO
                               MOVE "S" TO WS-CODIGO-USADO
                           END-IF
                   END-READ
           END-START.

       P-GRAVA-SALDO-ABERTURA.
           MOVE CLI-CODIGO           TO MCL-CLIENTE
           MOVE 1                    TO MCL-SEQUENCIA
           MOVE FUNCTION CURRENT-DATE(1:14) TO MCL-DATA-HORA
           MOVE "S"                  TO MCL-TIPO
           MOVE ZEROS                TO MCL-SKU
                                        MCL-QTD
           MOVE WS-CLI-SALDO-INICIAL TO MCL-VALOR
           MOVE SPACES               TO MCL-TIPO-PGTO
           MOVE CLI-SALDO            TO MCL-SALDO
           MOVE WS-OPERADOR-ID       TO MCL-ORIGEM
           WRITE REGISTRO-MOVCLI
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SALDO DE ABERTURA. STATUS="
                       WS-STATUS-MOVCLI
           END-WRITE.

       P-ACEITA-DADOS-CLIENTE.
           DISPLAY "NOME ..............: " WITH NO ADVANCING.
           ACCEPT WS-CLI-NOME.
           DISPLAY "LIMITE DE CREDITO .: " WITH NO ADVANCING.
           ACCEPT WS-CLI-LIMITE.

      * SO NOME E LIMITE SAO ALTERADOS AQUI - O SALDO SO ANDA PELA
      * POSTAGEM, SENAO O EXTRATO NAO FECHA COM OS MOVIMENTOS.
       P-ALTERAR-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE A ALTERAR: " WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.
           MOVE WS-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE CLI-LIMITE TO WS-VALOR-EDITADO
                   MOVE CLI-SALDO  TO WS-SALDO-EDITADO
                   DISPLAY "NOME ATUAL...: " CLI-NOME
                   DISPLAY "LIMITE ATUAL.: " WS-VALOR-EDITADO
                   DISPLAY "SALDO .......: " WS-SALDO-EDITADO
                   PERFORM P-ACEITA-DADOS-CLIENTE
                   MOVE WS-CLI-NOME   TO CLI-NOME
                   MOVE WS-CLI-LIMITE TO CLI-LIMITE
                   REWRITE REGISTRO-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR. STATUS="
                               WS-STATUS-CLIENTE
                       NOT INVALID KEY
                           DISPLAY "CLIENTE ALTERADO COM SUCESSO."
                           IF CLI-SALDO > CLI-LIMITE
                               DISPLAY "AVISO: SALDO ACIMA DO NOVO"
                                   " LIMITE - NOVAS COMPRAS FIADO"
                                   " SERAO RECUSADAS."
                           END-IF
                   END-REWRITE
           END-READ.

       P-EXCLUIR-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE A EXCLUIR: " WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.
           MOVE WS-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "NOME: " CLI-NOME
                   IF CLI-SALDO NOT = ZEROS
                       MOVE CLI-SALDO TO WS-SALDO-EDITADO
                       DISPLAY "CONTA COM SALDO " WS-SALDO-EDITADO
                           " - ACERTE O SALDO ANTES DE EXCLUIR."
                   ELSE
                       DISPLAY "CONFIRMA EXCLUSAO (S/N)? "
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           DELETE CLIENTES
                               INVALID KEY
                                   DISPLAY "ERRO AO EXCLUIR. STATUS="
                                       WS-STATUS-CLIENTE
                               NOT INVALID KEY
                                   DISPLAY "CLIENTE EXCLUIDO COM"
                                       " SUCESSO."
                           END-DELETE
                       ELSE
                           DISPLAY "EXCLUSAO CANCELADA."
                       END-IF
                   END-IF
           END-READ.

       P-LISTAR-CLIENTES.
           MOVE ZEROS TO CLI-CODIGO.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE "N" TO WS-ACHOU.
           START CLIENTES KEY IS NOT LESS CLI-CODIGO
               INVALID KEY
                   DISPLAY "NENHUM CLIENTE CADASTRADO."
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM P-LISTA-PROXIMO-CLIENTE UNTIL WS-FIM-LISTA = "S".

       P-LISTA-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   IF WS-ACHOU = "N"
                       DISPLAY "NENHUM CLIENTE CADASTRADO."
                   END-IF
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   MOVE "S" TO WS-ACHOU
                   MOVE CLI-LIMITE TO WS-VALOR-EDITADO
                   MOVE CLI-SALDO  TO WS-SALDO-EDITADO
                   DISPLAY "CODIGO=" CLI-CODIGO
                       " NOME=" CLI-NOME
                       " LIMITE=" WS-VALOR-EDITADO
                       " SALDO=" WS-SALDO-EDITADO
                       " ULT.PGTO=" CLI-DATA-ULT-PGTO
           END-READ.

       P-CONSULTAR-CONTA.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.
           MOVE WS-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE CLI-LIMITE TO WS-VALOR-EDITADO
                   MOVE CLI-SALDO  TO WS-SALDO-EDITADO
                   DISPLAY "CLIENTE=" CLI-CODIGO " " CLI-NOME
                   DISPLAY "LIMITE=" WS-VALOR-EDITADO
                       " SALDO=" WS-SALDO-EDITADO
                   PERFORM P-LISTAR-MOVIMENTOS
           END-READ.

       P-LISTAR-MOVIMENTOS.
           MOVE WS-CLI-CODIGO TO MCL-CLIENTE.
           MOVE ZEROS TO MCL-SEQUENCIA.
           MOVE "N" TO WS-FIM-LISTA.
           MOVE "N" TO WS-ACHOU.
           START MOVCLI KEY IS NOT LESS MCL-CHAVE
               INVALID KEY
                   DISPLAY "NENHUM MOVIMENTO NA CONTA."
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM P-LISTA-PROXIMO-MOVIMENTO UNTIL WS-FIM-LISTA = "S".

       P-LISTA-PROXIMO-MOVIMENTO.
           READ MOVCLI NEXT RECORD
               AT END
                   IF WS-ACHOU = "N"
                       DISPLAY "NENHUM MOVIMENTO NA CONTA."
                   END-IF
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   IF MCL-CLIENTE NOT = WS-CLI-CODIGO
                       IF WS-ACHOU = "N"
                           DISPLAY "NENHUM MOVIMENTO NA CONTA."
                       END-IF
                       MOVE "S" TO WS-FIM-LISTA
                   ELSE
                       MOVE "S" TO WS-ACHOU
                       MOVE MCL-VALOR TO WS-VALOR-EDITADO
                       MOVE MCL-SALDO TO WS-SALDO-EDITADO
                       DISPLAY MCL-DATA-HORA (1:8)
                           " TIPO=" MCL-TIPO
                           " SKU=" MCL-SKU
                           " QTD=" MCL-QTD
                           " VALOR=" WS-VALOR-EDITADO
                           " " MCL-TIPO-PGTO
                           " SALDO=" WS-SALDO-EDITADO
                   END-IF
           END-READ.

       P-FIM-EXIT.
           EXIT PROGRAM.

       P-FIM-STOP-RUM.
           STOP RUN.
