      **************************
      * AUTHOR: ABIMAEL CARVALHO
      * PORPOSE: MORNING SUMMARY OF THE NIGHTLY BATCH WINDOW
      * READS THE PERMANENT RUN HISTORY RODADAS.DAT THAT EVERY
      * NIGHTLY PROGRAM APPENDS TO (BOLOVER, BOLOEDT, BOLOCAR,
      * BOLORIN, BOLOEXP, BOLOMKD, BOLOPOS, BOLOVDA, BOLOFEC,
      * BOLOCXA, BOLOVAL, BOLOBXA), TOGETHER WITH THE DAY CONTROL
      * BOLODIA.DAT AND THE CHECKPOINTS BOLOVDA.CHK, BOLOCAR.CHK AND
      * BOLOEXP.CHK, AND PRINTS ONE PAGE:
      *   - EVERY STEP WITH ITS LAST RUN OF THE NIGHT (TIMES, COUNTS,
      *     RETURN-CODE, RESUMED FLAG) AND OK / COM AVISO / FALHOU /
      *     INTERROMPIDO (CHECKPOINT OR DAY LEFT OPEN, NO END RECORD)
      *     / NAO RODOU
      *   - THE DAY CONTROL AND THE CHECKPOINTS LEFT PENDING
      *   - THE COUNTS THAT MUST TIE ACROSS STEPS: PRODACE.DAT
      *     ACCEPTED BY BOLOEDT AGAINST POSTED BY BOLOCAR (INCLUDED
      *     + ALTERED) AND EXPLODED BY BOLOEXP, VENDA.DAT READ BY
      *     BOLOVDA AGAINST BOLOCXA. A GAP EXACTLY EQUAL TO THE
      *     LATER STEP'S OWN REJECTS (BOLOCAR REJEITADOS, BOLOEXP SEM
      *     RECEITA) IS SHOWN AS EXPLAINED - THAT STEP ALREADY ENDED
      *     COM AVISO AND ITS REPORT LISTS THEM
      *   - EVERY STEP WHOSE RECORDS READ ARE BELOW HALF OR ABOVE
      *     DOUBLE ITS AVERAGE OVER THE RUNS OF THE 28 DAYS BEFORE
      *     (AT LEAST 5 RUNS OF HISTORY, FAILED RUNS LEFT OUT)
      * THE NIGHT IS THE DATE IN THE PARM (AAAAMMDD), DEFAULT
      * YESTERDAY. A RUN BELONGS TO THE NIGHT WHEN IT STARTED FROM
      * NOON OF THAT DATE TO NOON OF THE NEXT DAY - THE WINDOW GOES
      * FROM THE REGISTER CLOSING TO THE COUNTER OPENING, AND PAST
      * MIDNIGHT THE RUN DATE ALREADY IS THE NEXT DAY.
      * ANY FINDING ENDS THE RUN WITH RETURN-CODE 4.
      **************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLORSM.
           AUTHOR. ABIMAEL CARVALHO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RODADAS ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RODADAS.

           SELECT DIACTL ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DIA.

           SELECT CTLVDA ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CTLVDA.

           SELECT CTLCAR ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CTLCAR.

           SELECT CTLEXP ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CTLEXP.

           SELECT RELAT ASSIGN TO DISK
           ORGANIZATION        IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD RODADAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RODADAS.DAT".

           01 REGISTRO-RODADA.
              COPY BOLOROD.

       FD DIACTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLODIA.DAT".

           01 REGISTRO-DIA.
              COPY BOLODIA.

       FD CTLVDA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOVDA.CHK".

           01 REGISTRO-CTL-VDA.
              COPY BOLOCHK.

       FD CTLCAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOCAR.CHK".

           01 REGISTRO-CTL-CAR.
              COPY BOLOCHK.

       FD CTLEXP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLOEXP.CHK".

           01 REGISTRO-CTL-EXP.
              COPY BOLOCHK.

       FD RELAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLORSM.RPT".

           01 LINHA-RELATORIO      PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-RODADAS    PIC   X(02).
           77 WS-STATUS-DIA        PIC   X(02).
           77 WS-STATUS-CTLVDA     PIC   X(02).
           77 WS-STATUS-CTLCAR     PIC   X(02).
           77 WS-STATUS-CTLEXP     PIC   X(02).
           77 WS-STATUS-RELAT      PIC   X(02).
           77 WS-FIM-RODADAS       PIC   X(01) VALUE "N".

           77 WS-PARM-DATA         PIC   X(10) VALUE SPACES.
           77 WS-DATA-NOITE        PIC   9(08) VALUE ZEROS.
           77 WS-DATA-SEGUINTE     PIC   9(08) VALUE ZEROS.
           77 WS-DATA-BASE         PIC   9(08) VALUE ZEROS.
           77 WS-DIAS-NOITE        PIC  S9(08) VALUE ZEROS.
           77 WS-JANELA-INICIO     PIC   X(14) VALUE SPACES.
           77 WS-JANELA-FIM        PIC   X(14) VALUE SPACES.
           77 WS-BASE-INICIO       PIC   X(14) VALUE SPACES.

      * CONTROLE DE DIA E CHECKPOINTS COMO ESTAVAM DE MANHA
           77 WS-DIA-LIDO          PIC   X(01) VALUE "N".
           77 WS-DIA-ULT-VENDA     PIC   9(08) VALUE ZEROS.
           77 WS-DIA-VENDA-ABERTA  PIC   X(01) VALUE "N".
           77 WS-DIA-ULT-CARGA     PIC   9(08) VALUE ZEROS.
           77 WS-DIA-CARGA-ABERTA  PIC   X(01) VALUE "N".
           77 WS-CHK-VDA-LIDOS     PIC   9(05) VALUE ZEROS.
           77 WS-CHK-VDA-DATA      PIC   9(08) VALUE ZEROS.
           77 WS-CHK-CAR-LIDOS     PIC   9(05) VALUE ZEROS.
           77 WS-CHK-CAR-DATA      PIC   9(08) VALUE ZEROS.
           77 WS-CHK-EXP-LIDOS     PIC   9(05) VALUE ZEROS.
           77 WS-CHK-EXP-DATA      PIC   9(08) VALUE ZEROS.

           77 WS-TOTAL-RODADAS-LIDAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-OK          PIC   9(02) VALUE ZEROS.
           77 WS-TOTAL-AVISOS      PIC   9(02) VALUE ZEROS.
           77 WS-TOTAL-FALHOS      PIC   9(02) VALUE ZEROS.
           77 WS-TOTAL-NAO-RODOU   PIC   9(02) VALUE ZEROS.
           77 WS-TOTAL-PENDENCIAS  PIC   9(02) VALUE ZEROS.
           77 WS-TOTAL-DIVERGENCIAS PIC  9(02) VALUE ZEROS.
           77 WS-TOTAL-FORA-HABITUAL PIC 9(02) VALUE ZEROS.
           77 WS-TOTAL-APONTAMENTOS PIC  9(03) VALUE ZEROS.

           77 WS-TOTAL-PASSOS      PIC   9(02) COMP VALUE 12.
           77 WS-PAS-IND           PIC   9(02) COMP VALUE ZEROS.
           77 WS-PAS-ACHADO        PIC   9(02) COMP VALUE ZEROS.
           77 WS-CONF-A            PIC   9(02) COMP VALUE ZEROS.
           77 WS-CONF-B            PIC   9(02) COMP VALUE ZEROS.
           77 WS-CONF-VALOR-A      PIC   9(07) VALUE ZEROS.
           77 WS-CONF-VALOR-B      PIC   9(07) VALUE ZEROS.
           77 WS-CONF-EXPLICADO    PIC   9(07) VALUE ZEROS.
           77 WS-CONF-SOMA         PIC   9(08) VALUE ZEROS.
           77 WS-CONF-MOTIVO       PIC   X(12) VALUE SPACES.
           77 WS-APONTOU           PIC   X(01) VALUE "N".

           77 WS-BASE-MINIMA       PIC   9(03) VALUE 5.
           77 WS-MEDIA             PIC   9(07) VALUE ZEROS.
           77 WS-DOBRO             PIC   9(09) VALUE ZEROS.
           77 WS-DATA-TRABALHO     PIC   9(08) VALUE ZEROS.
           77 WS-CONTAGEM-EDITADA  PIC   ZZZZZZ9.
           77 WS-MEDIA-EDITADA     PIC   ZZZZZZ9.
           77 WS-RODADAS-EDITADAS  PIC   ZZZZ9.

      * UMA ENTRADA POR PASSO DA JANELA, NA ORDEM EM QUE RODAM -
      * GUARDA A ULTIMA RODADA DA NOITE E A BASE DO HISTORICO
           01 WS-TABELA-PASSOS.
               05 WS-PAS-ENTRADA OCCURS 12 TIMES.
                   10 WS-PAS-PROGRAMA      PIC X(08).
                   10 WS-PAS-RODADAS       PIC 9(03).
                   10 WS-PAS-DATA-MOVTO    PIC 9(08).
                   10 WS-PAS-INICIO        PIC X(14).
                   10 WS-PAS-FIM           PIC X(14).
                   10 WS-PAS-LIDOS         PIC 9(07).
                   10 WS-PAS-POSTADOS      PIC 9(07).
                   10 WS-PAS-REJEITADOS    PIC 9(07).
                   10 WS-PAS-RC            PIC 9(03).
                   10 WS-PAS-RETOMADA      PIC X(01).
                   10 WS-PAS-PENDENTE      PIC X(01).
                   10 WS-PAS-CONCLUIDO     PIC X(01).
                   10 WS-PAS-BASE-RODADAS  PIC 9(05).
                   10 WS-PAS-BASE-LIDOS    PIC 9(11).

           01 WS-DATA-EDITADA.
               05 WS-DE-DIA        PIC X(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-DE-MES        PIC X(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-DE-ANO        PIC X(04).

           01 WS-HORA-EDITADA.
               05 WS-HE-HORA       PIC X(02).
               05 FILLER           PIC X(01) VALUE ":".
               05 WS-HE-MINUTO     PIC X(02).
               05 FILLER           PIC X(01) VALUE ":".
               05 WS-HE-SEGUNDO    PIC X(02).

           01 WS-LINHA-PASSO.
               05 WS-L-PROGRAMA    PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-L-RODADAS     PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-INICIO      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-FIM         PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-LIDOS       PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-POSTADOS    PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-REJEITADOS  PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-RC          PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-RETOMADA    PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-L-SITUACAO    PIC X(20).

           01 WS-LINHA-CONFERE.
               05 WS-LC-DESCRICAO  PIC X(44).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-LC-VALOR-A    PIC ZZZZZZ9.
               05 FILLER           PIC X(03) VALUE " X ".
               05 WS-LC-VALOR-B    PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LC-SITUACAO   PIC X(30).

       PROCEDURE DIVISION.

       P-PRINCIPAL.
           PERFORM P-ABERTURA
           PERFORM P-MONTA-PASSOS
           PERFORM P-LE-RODADA UNTIL WS-FIM-RODADAS = "S"
           PERFORM P-LE-CONTROLE-DIA
           PERFORM P-LE-CHECKPOINT-VDA
           PERFORM P-LE-CHECKPOINT-CAR
           PERFORM P-LE-CHECKPOINT-EXP
           PERFORM P-CABECALHO
           PERFORM P-IMPRIME-PASSO
               VARYING WS-PAS-IND FROM 1 BY 1
               UNTIL WS-PAS-IND > WS-TOTAL-PASSOS
           PERFORM P-RELATA-CONTROLE
           PERFORM P-CONFERE-PASSOS
           PERFORM P-RELATA-VOLUMES
           PERFORM P-RODAPE
           PERFORM P-ENCERRAMENTO
           COMPUTE WS-TOTAL-APONTAMENTOS = WS-TOTAL-FALHOS
               + WS-TOTAL-NAO-RODOU + WS-TOTAL-PENDENCIAS
               + WS-TOTAL-DIVERGENCIAS + WS-TOTAL-FORA-HABITUAL
           IF WS-TOTAL-APONTAMENTOS > ZEROS
               DISPLAY "JANELA DA NOITE DE " WS-DATA-NOITE " COM "
                   WS-TOTAL-APONTAMENTOS
                   " APONTAMENTO(S) - CONFIRA O RESUMO."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "JANELA DA NOITE DE " WS-DATA-NOITE
                   " SEM APONTAMENTOS."
           END-IF
           STOP RUN.

      * SEM DATA NO PARM O RESUMO E DA NOITE DE ONTEM - O PROGRAMA
      * RODA DE MANHA, DEPOIS DA JANELA.
       P-ABERTURA.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-DATA) NOT = SPACES
                   AND WS-PARM-DATA (1:8) IS NUMERIC
               MOVE WS-PARM-DATA (1:8) TO WS-DATA-NOITE
               COMPUTE WS-DIAS-NOITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NOITE)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-TRABALHO
               COMPUTE WS-DIAS-NOITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-TRABALHO) - 1
               COMPUTE WS-DATA-NOITE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-NOITE)
           END-IF.
           COMPUTE WS-DATA-SEGUINTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-NOITE + 1)
           COMPUTE WS-DATA-BASE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-NOITE - 28)
           MOVE WS-DATA-NOITE    TO WS-JANELA-INICIO (1:8)
           MOVE "120000"         TO WS-JANELA-INICIO (9:6)
           MOVE WS-DATA-SEGUINTE TO WS-JANELA-FIM (1:8)
           MOVE "120000"         TO WS-JANELA-FIM (9:6)
           MOVE WS-DATA-BASE     TO WS-BASE-INICIO (1:8)
           MOVE "120000"         TO WS-BASE-INICIO (9:6).

           OPEN INPUT RODADAS
           IF WS-STATUS-RODADAS NOT = "00"
               DISPLAY "ERRO AO ABRIR RODADAS.DAT. STATUS="
                   WS-STATUS-RODADAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELAT.

       P-MONTA-PASSOS.
           MOVE "BOLOVER" TO WS-PAS-PROGRAMA (1)
           MOVE "BOLOEDT" TO WS-PAS-PROGRAMA (2)
           MOVE "BOLOCAR" TO WS-PAS-PROGRAMA (3)
           MOVE "BOLORIN" TO WS-PAS-PROGRAMA (4)
           MOVE "BOLOEXP" TO WS-PAS-PROGRAMA (5)
           MOVE "BOLOMKD" TO WS-PAS-PROGRAMA (6)
           MOVE "BOLOPOS" TO WS-PAS-PROGRAMA (7)
           MOVE "BOLOVDA" TO WS-PAS-PROGRAMA (8)
           MOVE "BOLOFEC" TO WS-PAS-PROGRAMA (9)
           MOVE "BOLOCXA" TO WS-PAS-PROGRAMA (10)
           MOVE "BOLOVAL" TO WS-PAS-PROGRAMA (11)
           MOVE "BOLOBXA" TO WS-PAS-PROGRAMA (12)
           PERFORM P-LIMPA-PASSO
               VARYING WS-PAS-IND FROM 1 BY 1
               UNTIL WS-PAS-IND > WS-TOTAL-PASSOS.

       P-LIMPA-PASSO.
           MOVE ZEROS  TO WS-PAS-RODADAS (WS-PAS-IND)
                          WS-PAS-DATA-MOVTO (WS-PAS-IND)
                          WS-PAS-LIDOS (WS-PAS-IND)
                          WS-PAS-POSTADOS (WS-PAS-IND)
                          WS-PAS-REJEITADOS (WS-PAS-IND)
                          WS-PAS-RC (WS-PAS-IND)
                          WS-PAS-BASE-RODADAS (WS-PAS-IND)
                          WS-PAS-BASE-LIDOS (WS-PAS-IND)
           MOVE SPACES TO WS-PAS-INICIO (WS-PAS-IND)
                          WS-PAS-FIM (WS-PAS-IND)
           MOVE "N"    TO WS-PAS-RETOMADA (WS-PAS-IND)
                          WS-PAS-PENDENTE (WS-PAS-IND)
                          WS-PAS-CONCLUIDO (WS-PAS-IND).

       P-LE-RODADA.
           READ RODADAS
               AT END
                   MOVE "S" TO WS-FIM-RODADAS
               NOT AT END
                   ADD 1 TO WS-TOTAL-RODADAS-LIDAS
                   PERFORM P-AVALIA-RODADA THRU P-AVALIA-RODADA-EXIT
           END-READ.

      * O HISTORICO E GRAVADO EM ORDEM DE EXECUCAO - A ULTIMA RODADA
      * DA NOITE LIDA E A QUE VALE. RODADAS FALHAS FICAM FORA DA BASE
      * DO VOLUME HABITUAL.
       P-AVALIA-RODADA.
           PERFORM P-LOCALIZA-PASSO
           IF WS-PAS-ACHADO = ZEROS
               GO TO P-AVALIA-RODADA-EXIT
           END-IF
           IF ROD-INICIO NOT < WS-JANELA-INICIO
                   AND ROD-INICIO < WS-JANELA-FIM
               ADD 1 TO WS-PAS-RODADAS (WS-PAS-ACHADO)
               MOVE ROD-DATA-MOVTO TO WS-PAS-DATA-MOVTO (WS-PAS-ACHADO)
               MOVE ROD-INICIO     TO WS-PAS-INICIO (WS-PAS-ACHADO)
               MOVE ROD-FIM        TO WS-PAS-FIM (WS-PAS-ACHADO)
               MOVE ROD-LIDOS      TO WS-PAS-LIDOS (WS-PAS-ACHADO)
               MOVE ROD-POSTADOS   TO WS-PAS-POSTADOS (WS-PAS-ACHADO)
               MOVE ROD-REJEITADOS
                   TO WS-PAS-REJEITADOS (WS-PAS-ACHADO)
               MOVE ROD-RC         TO WS-PAS-RC (WS-PAS-ACHADO)
               MOVE ROD-RETOMADA   TO WS-PAS-RETOMADA (WS-PAS-ACHADO)
               GO TO P-AVALIA-RODADA-EXIT
           END-IF
           IF ROD-INICIO NOT < WS-BASE-INICIO
                   AND ROD-INICIO < WS-JANELA-INICIO
                   AND ROD-RC < 8
               ADD 1 TO WS-PAS-BASE-RODADAS (WS-PAS-ACHADO)
               ADD ROD-LIDOS TO WS-PAS-BASE-LIDOS (WS-PAS-ACHADO)
           END-IF.
       P-AVALIA-RODADA-EXIT.
           EXIT.

       P-LOCALIZA-PASSO.
           MOVE ZEROS TO WS-PAS-ACHADO
           PERFORM P-PROCURA-PASSO
               VARYING WS-PAS-IND FROM 1 BY 1
               UNTIL WS-PAS-IND > WS-TOTAL-PASSOS
               OR WS-PAS-ACHADO > ZEROS.

       P-PROCURA-PASSO.
           IF WS-PAS-PROGRAMA (WS-PAS-IND) = ROD-PROGRAMA
               MOVE WS-PAS-IND TO WS-PAS-ACHADO
           END-IF.

      * UM DIA DEIXADO ABERTO E UMA POSTAGEM OU CARGA QUE MORREU NO
      * MEIO SEM CHEGAR A GRAVAR A RODADA.
       P-LE-CONTROLE-DIA.
           OPEN INPUT DIACTL
           IF WS-STATUS-DIA = "00"
               READ DIACTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-DIA-LIDO
                       MOVE DIA-ULT-DATA-VENDA TO WS-DIA-ULT-VENDA
                       MOVE DIA-VENDA-ABERTA   TO WS-DIA-VENDA-ABERTA
                       MOVE DIA-ULT-DATA-CARGA TO WS-DIA-ULT-CARGA
                       MOVE DIA-CARGA-ABERTA   TO WS-DIA-CARGA-ABERTA
               END-READ
               CLOSE DIACTL
           END-IF.
           IF WS-DIA-VENDA-ABERTA = "S"
               MOVE "S" TO WS-PAS-PENDENTE (8)
           END-IF
           IF WS-DIA-CARGA-ABERTA = "S"
               MOVE "S" TO WS-PAS-PENDENTE (3)
           END-IF.

      * CHK-LIDOS MAIOR QUE ZERO E UMA RODADA ABANDONADA NO MEIO -
      * O PASSO NAO TERMINOU, MESMO QUE NAO TENHA DEIXADO RODADA.
       P-LE-CHECKPOINT-VDA.
           OPEN INPUT CTLVDA
           IF WS-STATUS-CTLVDA = "00"
               READ CTLVDA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHK-LIDOS OF REGISTRO-CTL-VDA
                           TO WS-CHK-VDA-LIDOS
                       MOVE CHK-DATA-MOVTO OF REGISTRO-CTL-VDA
                           TO WS-CHK-VDA-DATA
                       IF WS-CHK-VDA-LIDOS > ZEROS
                           MOVE "S" TO WS-PAS-PENDENTE (8)
                       END-IF
               END-READ
               CLOSE CTLVDA
           END-IF.

       P-LE-CHECKPOINT-CAR.
           OPEN INPUT CTLCAR
           IF WS-STATUS-CTLCAR = "00"
               READ CTLCAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHK-LIDOS OF REGISTRO-CTL-CAR
                           TO WS-CHK-CAR-LIDOS
                       MOVE CHK-DATA-MOVTO OF REGISTRO-CTL-CAR
                           TO WS-CHK-CAR-DATA
                       IF WS-CHK-CAR-LIDOS > ZEROS
                           MOVE "S" TO WS-PAS-PENDENTE (3)
                       END-IF
               END-READ
               CLOSE CTLCAR
           END-IF.

       P-LE-CHECKPOINT-EXP.
           OPEN INPUT CTLEXP
           IF WS-STATUS-CTLEXP = "00"
               READ CTLEXP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHK-LIDOS OF REGISTRO-CTL-EXP
                           TO WS-CHK-EXP-LIDOS
                       MOVE CHK-DATA-MOVTO OF REGISTRO-CTL-EXP
                           TO WS-CHK-EXP-DATA
                       IF WS-CHK-EXP-LIDOS > ZEROS
                           MOVE "S" TO WS-PAS-PENDENTE (5)
                       END-IF
               END-READ
               CLOSE CTLEXP
           END-IF.

       P-CABECALHO.
           MOVE WS-DATA-NOITE TO WS-DATA-TRABALHO
           PERFORM P-EDITA-DATA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO DA JANELA NOTURNA - NOITE DE " DELIMITED SIZE
               WS-DATA-EDITADA DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RODADAS INICIADAS DE " DELIMITED SIZE
               WS-DATA-EDITADA DELIMITED SIZE
               " 12:00 A " DELIMITED SIZE
               INTO LINHA-RELATORIO
           MOVE WS-DATA-SEGUINTE TO WS-DATA-TRABALHO
           PERFORM P-EDITA-DATA
           MOVE WS-DATA-EDITADA TO LINHA-RELATORIO (41:10)
           MOVE " 11:59"        TO LINHA-RELATORIO (51:6)
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PASSO    ROD  INICIO    FIM         LIDOS"
                   DELIMITED SIZE
               " POSTADOS  REJEIT.   RC  R  SITUACAO" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * INTERROMPIDO VEM ANTES DE TUDO: O CHECKPOINT OU O DIA ABERTO
      * DIZEM QUE A ULTIMA TENTATIVA NAO TERMINOU, AINDA QUE UMA
      * RODADA ANTERIOR DA NOITE TENHA GRAVADO RC ZERO.
       P-IMPRIME-PASSO.
           MOVE SPACES TO WS-L-INICIO WS-L-FIM WS-L-RETOMADA
           MOVE WS-PAS-PROGRAMA (WS-PAS-IND)   TO WS-L-PROGRAMA
           MOVE WS-PAS-RODADAS (WS-PAS-IND)    TO WS-L-RODADAS
           MOVE WS-PAS-LIDOS (WS-PAS-IND)      TO WS-L-LIDOS
           MOVE WS-PAS-POSTADOS (WS-PAS-IND)   TO WS-L-POSTADOS
           MOVE WS-PAS-REJEITADOS (WS-PAS-IND) TO WS-L-REJEITADOS
           MOVE WS-PAS-RC (WS-PAS-IND)         TO WS-L-RC
           IF WS-PAS-RODADAS (WS-PAS-IND) > ZEROS
               MOVE WS-PAS-INICIO (WS-PAS-IND) (9:2) TO WS-HE-HORA
               MOVE WS-PAS-INICIO (WS-PAS-IND) (11:2) TO WS-HE-MINUTO
               MOVE WS-PAS-INICIO (WS-PAS-IND) (13:2) TO WS-HE-SEGUNDO
               MOVE WS-HORA-EDITADA TO WS-L-INICIO
               MOVE WS-PAS-FIM (WS-PAS-IND) (9:2)  TO WS-HE-HORA
               MOVE WS-PAS-FIM (WS-PAS-IND) (11:2) TO WS-HE-MINUTO
               MOVE WS-PAS-FIM (WS-PAS-IND) (13:2) TO WS-HE-SEGUNDO
               MOVE WS-HORA-EDITADA TO WS-L-FIM
               MOVE WS-PAS-RETOMADA (WS-PAS-IND) TO WS-L-RETOMADA
           END-IF
           EVALUATE TRUE
               WHEN WS-PAS-PENDENTE (WS-PAS-IND) = "S"
                   MOVE "INTERROMPIDO" TO WS-L-SITUACAO
                   ADD 1 TO WS-TOTAL-FALHOS
               WHEN WS-PAS-RODADAS (WS-PAS-IND) = ZEROS
                   MOVE "NAO RODOU" TO WS-L-SITUACAO
                   ADD 1 TO WS-TOTAL-NAO-RODOU
               WHEN WS-PAS-RC (WS-PAS-IND) NOT < 8
                   MOVE "FALHOU" TO WS-L-SITUACAO
                   ADD 1 TO WS-TOTAL-FALHOS
               WHEN WS-PAS-RC (WS-PAS-IND) > ZEROS
                   MOVE "COM AVISO" TO WS-L-SITUACAO
                   MOVE "S" TO WS-PAS-CONCLUIDO (WS-PAS-IND)
                   ADD 1 TO WS-TOTAL-AVISOS
               WHEN OTHER
                   MOVE "OK" TO WS-L-SITUACAO
                   MOVE "S" TO WS-PAS-CONCLUIDO (WS-PAS-IND)
                   ADD 1 TO WS-TOTAL-OK
           END-EVALUATE
           MOVE SPACES           TO LINHA-RELATORIO
           MOVE WS-LINHA-PASSO   TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-EDITA-DATA.
           MOVE WS-DATA-TRABALHO (7:2) TO WS-DE-DIA
           MOVE WS-DATA-TRABALHO (5:2) TO WS-DE-MES
           MOVE WS-DATA-TRABALHO (1:4) TO WS-DE-ANO.

      * O QUE O CONTROLE DE DIA E OS CHECKPOINTS DIZEM DA NOITE, MAIS
      * A POSTAGEM OU CONFERENCIA DE CAIXA FEITA SOBRE O MOVIMENTO DE
      * OUTRO DIA.
       P-RELATA-CONTROLE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTROLE DE DIA E CHECKPOINTS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "N" TO WS-APONTOU
           PERFORM P-RELATA-DIA THRU P-RELATA-DIA-EXIT
           PERFORM P-RELATA-CHECKPOINTS
           PERFORM P-RELATA-DATA-MOVTO
           IF WS-APONTOU = "N"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SEM PENDENCIA - VENDAS POSTADAS ATE "
                       DELIMITED SIZE
                   WS-DIA-ULT-VENDA DELIMITED SIZE
                   ", CARGA FEITA EM " DELIMITED SIZE
                   WS-DIA-ULT-CARGA DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       P-RELATA-DIA.
           IF WS-DIA-LIDO = "N"
               MOVE "BOLODIA.DAT NAO ENCONTRADO - CONTROLE DE DIA NAO"
                   TO LINHA-RELATORIO
               MOVE " CONFERIDO" TO LINHA-RELATORIO (49:10)
               PERFORM P-APONTA-PENDENCIA
               GO TO P-RELATA-DIA-EXIT
           END-IF
           IF WS-DIA-VENDA-ABERTA = "S"
               MOVE "POSTAGEM DE VENDAS ABERTA EM BOLODIA.DAT - BOLOVDA"
                   TO LINHA-RELATORIO
               MOVE " PAROU NO MEIO" TO LINHA-RELATORIO (51:14)
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-DIA-CARGA-ABERTA = "S"
               MOVE "CARGA NOTURNA ABERTA EM BOLODIA.DAT - BOLOCAR"
                   TO LINHA-RELATORIO
               MOVE " PAROU NO MEIO" TO LINHA-RELATORIO (46:14)
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-DIA-ULT-VENDA < WS-DATA-NOITE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "VENDAS DA NOITE NAO POSTADAS - ULTIMA POSTAGEM"
                       DELIMITED SIZE
                   " DO MOVIMENTO DE " DELIMITED SIZE
                   WS-DIA-ULT-VENDA DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-DIA-ULT-CARGA < WS-DATA-NOITE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CARGA DA NOITE NAO FEITA - ULTIMA CARGA EM "
                       DELIMITED SIZE
                   WS-DIA-ULT-CARGA DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF.
       P-RELATA-DIA-EXIT.
           EXIT.

       P-RELATA-CHECKPOINTS.
           IF WS-CHK-VDA-LIDOS > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CHECKPOINT PENDENTE EM BOLOVDA.CHK - MOVIMENTO "
                       DELIMITED SIZE
                   WS-CHK-VDA-DATA DELIMITED SIZE
                   " PARADO APOS " DELIMITED SIZE
                   WS-CHK-VDA-LIDOS DELIMITED SIZE
                   " REGISTROS" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-CHK-CAR-LIDOS > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CHECKPOINT PENDENTE EM BOLOCAR.CHK - CARGA DE "
                       DELIMITED SIZE
                   WS-CHK-CAR-DATA DELIMITED SIZE
                   " PARADA APOS " DELIMITED SIZE
                   WS-CHK-CAR-LIDOS DELIMITED SIZE
                   " REGISTROS" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-CHK-EXP-LIDOS > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CHECKPOINT PENDENTE EM BOLOEXP.CHK - EXPLOSAO "
                       DELIMITED SIZE
                   WS-CHK-EXP-DATA DELIMITED SIZE
                   " PARADA APOS " DELIMITED SIZE
                   WS-CHK-EXP-LIDOS DELIMITED SIZE
                   " REGISTROS" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF.

      * BOLOVDA E BOLOCXA TRABALHAM SOBRE O MOVIMENTO DO CAIXA - NA
      * NOITE CERTA A DATA DO MOVIMENTO E A PROPRIA DATA DA NOITE.
       P-RELATA-DATA-MOVTO.
           IF WS-PAS-RODADAS (8) > ZEROS
                   AND WS-PAS-DATA-MOVTO (8) NOT = WS-DATA-NOITE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "BOLOVDA RODOU SOBRE O MOVIMENTO DE "
                       DELIMITED SIZE
                   WS-PAS-DATA-MOVTO (8) DELIMITED SIZE
                   ", NAO O DA NOITE" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF
           IF WS-PAS-RODADAS (10) > ZEROS
                   AND WS-PAS-DATA-MOVTO (10) NOT = WS-DATA-NOITE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "BOLOCXA RODOU SOBRE O CAIXA DE "
                       DELIMITED SIZE
                   WS-PAS-DATA-MOVTO (10) DELIMITED SIZE
                   ", NAO O DA NOITE" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               PERFORM P-APONTA-PENDENCIA
           END-IF.

       P-APONTA-PENDENCIA.
           WRITE LINHA-RELATORIO
           MOVE "S" TO WS-APONTOU
           ADD 1 TO WS-TOTAL-PENDENCIAS.

      * O QUE UM PASSO ENTREGOU E O QUE O SEGUINTE LANCOU DO MESMO
      * ARQUIVO NA MESMA NOITE TEM DE BATER. A DIFERENCA IGUAL AOS
      * PROPRIOS REJEITADOS DO PASSO SEGUINTE ESTA EXPLICADA - ELES
      * SAIRAM NO RELATORIO DELE E O PASSO JA TERMINOU COM AVISO.
       P-CONFERE-PASSOS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONFERENCIA ENTRE PASSOS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 2 TO WS-CONF-A
           MOVE 3 TO WS-CONF-B
           MOVE "PRODACE ACEITOS BOLOEDT X LANCADOS BOLOCAR"
               TO WS-LC-DESCRICAO
           MOVE WS-PAS-POSTADOS (2)   TO WS-CONF-VALOR-A
           MOVE WS-PAS-POSTADOS (3)   TO WS-CONF-VALOR-B
           MOVE WS-PAS-REJEITADOS (3) TO WS-CONF-EXPLICADO
           MOVE "REJEITADOS"          TO WS-CONF-MOTIVO
           PERFORM P-CONFERE-PAR
           MOVE 2 TO WS-CONF-A
           MOVE 5 TO WS-CONF-B
           MOVE "PRODACE ACEITOS BOLOEDT X EXPLODIDOS BOLOEXP"
               TO WS-LC-DESCRICAO
           MOVE WS-PAS-POSTADOS (2)   TO WS-CONF-VALOR-A
           MOVE WS-PAS-POSTADOS (5)   TO WS-CONF-VALOR-B
           MOVE WS-PAS-REJEITADOS (5) TO WS-CONF-EXPLICADO
           MOVE "SEM RECEITA"         TO WS-CONF-MOTIVO
           PERFORM P-CONFERE-PAR
           MOVE 8 TO WS-CONF-A
           MOVE 10 TO WS-CONF-B
           MOVE "VENDA.DAT LIDOS BOLOVDA X LIDOS BOLOCXA"
               TO WS-LC-DESCRICAO
           MOVE WS-PAS-LIDOS (8)      TO WS-CONF-VALOR-A
           MOVE WS-PAS-LIDOS (10)     TO WS-CONF-VALOR-B
           MOVE ZEROS                 TO WS-CONF-EXPLICADO
           MOVE SPACES                TO WS-CONF-MOTIVO
           PERFORM P-CONFERE-PAR.

      * SO CONFERE QUANDO OS DOIS PASSOS TERMINARAM - UM PASSO QUE
      * NAO RODOU OU FALHOU JA ESTA APONTADO NA LISTA DE PASSOS.
       P-CONFERE-PAR.
           MOVE WS-CONF-VALOR-A TO WS-LC-VALOR-A
           MOVE WS-CONF-VALOR-B TO WS-LC-VALOR-B
           COMPUTE WS-CONF-SOMA = WS-CONF-VALOR-B + WS-CONF-EXPLICADO
           MOVE SPACES TO WS-LC-SITUACAO
           EVALUATE TRUE
               WHEN WS-PAS-CONCLUIDO (WS-CONF-A) = "N"
                       OR WS-PAS-CONCLUIDO (WS-CONF-B) = "N"
                   MOVE "NAO CONFERIDO - PASSO PENDENTE"
                       TO WS-LC-SITUACAO
               WHEN WS-CONF-VALOR-A = WS-CONF-VALOR-B
                   MOVE "CONFERE" TO WS-LC-SITUACAO
               WHEN WS-CONF-EXPLICADO > ZEROS
                       AND WS-CONF-VALOR-A = WS-CONF-SOMA
                   MOVE WS-CONF-EXPLICADO TO WS-CONTAGEM-EDITADA
                   STRING "EXPLICADA:" DELIMITED SIZE
                       WS-CONTAGEM-EDITADA DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-CONF-MOTIVO DELIMITED SIZE
                       INTO WS-LC-SITUACAO
               WHEN OTHER
                   MOVE "NAO CONFERE" TO WS-LC-SITUACAO
                   ADD 1 TO WS-TOTAL-DIVERGENCIAS
           END-EVALUATE
           MOVE SPACES           TO LINHA-RELATORIO
           MOVE WS-LINHA-CONFERE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-RELATA-VOLUMES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VOLUME CONTRA O HABITUAL (MEDIA DE LIDOS NAS"
                   DELIMITED SIZE
               " RODADAS DOS 28 DIAS ANTERIORES)" DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "N" TO WS-APONTOU
           PERFORM P-AVALIA-VOLUME THRU P-AVALIA-VOLUME-EXIT
               VARYING WS-PAS-IND FROM 1 BY 1
               UNTIL WS-PAS-IND > WS-TOTAL-PASSOS
           IF WS-APONTOU = "N"
               MOVE "NENHUM PASSO FORA DO VOLUME HABITUAL"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      * ABAIXO DA METADE OU ACIMA DO DOBRO DA MEDIA E FORA DO
      * HABITUAL. COM MENOS DE WS-BASE-MINIMA RODADAS NA BASE A
      * MEDIA NAO DIZ NADA E O PASSO SO E LISTADO COMO SEM BASE.
       P-AVALIA-VOLUME.
           IF WS-PAS-CONCLUIDO (WS-PAS-IND) = "N"
               GO TO P-AVALIA-VOLUME-EXIT
           END-IF
           MOVE WS-PAS-BASE-RODADAS (WS-PAS-IND) TO WS-RODADAS-EDITADAS
           IF WS-PAS-BASE-RODADAS (WS-PAS-IND) < WS-BASE-MINIMA
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-PAS-PROGRAMA (WS-PAS-IND) DELIMITED SIZE
                   "  SEM BASE - SO " DELIMITED SIZE
                   WS-RODADAS-EDITADAS DELIMITED SIZE
                   " RODADA(S) NO HISTORICO" DELIMITED SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "S" TO WS-APONTOU
               GO TO P-AVALIA-VOLUME-EXIT
           END-IF
           COMPUTE WS-MEDIA ROUNDED =
               WS-PAS-BASE-LIDOS (WS-PAS-IND)
               / WS-PAS-BASE-RODADAS (WS-PAS-IND)
           COMPUTE WS-DOBRO = WS-PAS-LIDOS (WS-PAS-IND) * 2
           MOVE SPACES TO WS-LC-SITUACAO
           IF WS-DOBRO < WS-MEDIA
               MOVE "ABAIXO DA METADE DO HABITUAL" TO WS-LC-SITUACAO
           END-IF
           COMPUTE WS-DOBRO = WS-MEDIA * 2
           IF WS-PAS-LIDOS (WS-PAS-IND) > WS-DOBRO
               MOVE "ACIMA DO DOBRO DO HABITUAL" TO WS-LC-SITUACAO
           END-IF
           IF WS-LC-SITUACAO = SPACES
               GO TO P-AVALIA-VOLUME-EXIT
           END-IF
           MOVE WS-PAS-LIDOS (WS-PAS-IND) TO WS-CONTAGEM-EDITADA
           MOVE WS-MEDIA TO WS-MEDIA-EDITADA
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-PAS-PROGRAMA (WS-PAS-IND) DELIMITED SIZE
               "  LIDOS=" DELIMITED SIZE
               WS-CONTAGEM-EDITADA DELIMITED SIZE
               " MEDIA=" DELIMITED SIZE
               WS-MEDIA-EDITADA DELIMITED SIZE
               " EM " DELIMITED SIZE
               WS-RODADAS-EDITADAS DELIMITED SIZE
               " RODADAS - " DELIMITED SIZE
               WS-LC-SITUACAO DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "S" TO WS-APONTOU
           ADD 1 TO WS-TOTAL-FORA-HABITUAL.
       P-AVALIA-VOLUME-EXIT.
           EXIT.

       P-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PASSOS OK=" DELIMITED SIZE
               WS-TOTAL-OK DELIMITED SIZE
               " COM AVISO=" DELIMITED SIZE
               WS-TOTAL-AVISOS DELIMITED SIZE
               " FALHOS=" DELIMITED SIZE
               WS-TOTAL-FALHOS DELIMITED SIZE
               " NAO RODARAM=" DELIMITED SIZE
               WS-TOTAL-NAO-RODOU DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PENDENCIAS=" DELIMITED SIZE
               WS-TOTAL-PENDENCIAS DELIMITED SIZE
               " DIVERGENCIAS=" DELIMITED SIZE
               WS-TOTAL-DIVERGENCIAS DELIMITED SIZE
               " FORA DO HABITUAL=" DELIMITED SIZE
               WS-TOTAL-FORA-HABITUAL DELIMITED SIZE
               " RODADAS NO HISTORICO=" DELIMITED SIZE
               WS-TOTAL-RODADAS-LIDAS DELIMITED SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       P-ENCERRAMENTO.
           CLOSE RODADAS
           CLOSE RELAT.
