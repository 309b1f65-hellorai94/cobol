      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: SHARED INTERFACE-FILE CONTROL -- TIMECLK, PAYREG,
      * BANKPAY, GLINTRFC AND ARINVOIC PASS FROM ONE JOB TO THE NEXT
      * WITH NOTHING TO PROVE THEY ARRIVED WHOLE: A TRUNCATED OR
      * DOUBLED FILE WAS ONLY NOTICED WHEN THE OPSDASH TOTALS LOOKED
      * ODD. EVERY PRODUCING RUN NOW WRAPS ITS RECORDS IN A HEADER
      * (PRODUCING PROGRAM, RUN DATE, RUN NUMBER FROM JOBLOG) AND A
      * TRAILER (RECORD COUNT, HASH TOTAL OF THE KEY AMOUNT FIELD),
      * BOTH BUILT HERE. EVERY CONSUMING PROGRAM MAKES A CHECKING PASS
      * THROUGH HERE BEFORE IT PROCESSES ANYTHING: EACH HEADER/TRAILER
      * PAIR MUST BALANCE, NO RECORD MAY SIT OUTSIDE A PAIR, NO RUN
      * MAY APPEAR TWICE, A HEADER MAY NOT BE OLDER THAN THE CONSUMER
      * ALLOWS, AND -- FOR A CONSUMER THAT MAY ONLY TAKE A BATCH ONCE
      * -- NO BATCH MAY ALREADY BE ON THE IFCONSUM REGISTER FOR IT.
      * THE REASON FOR A REFUSAL GOES TO THE CONSOLE; THE CALLER STOPS
      * WITH RETURN CODE 8 SO THE NIGHTLY CHAIN STOPS BEHIND IT.
      * SEE IFCTLLNK FOR THE CALLING SEQUENCE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSUMED-BATCH-FILE ASSIGN TO "IFCONSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * CONSUMED-BATCH-FILE -- APPEND-ONLY REGISTER, ONE RECORD PER
      * BATCH (HEADER/TRAILER PAIR) A CONSUMER HAS TAKEN, KEYED BY
      * CONSUMER, FILE AND THE BATCH'S HEADER
      *-----------------------------------------------------------------
       FD  CONSUMED-BATCH-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  CONSUMED-BATCH-RECORD.
           05  CN-CONSUMIDOR           PIC X(08).
           05  CN-ARQUIVO              PIC X(08).
           05  CN-PRODUTOR             PIC X(08).
           05  CN-DATA-GERACAO         PIC 9(08).
           05  CN-SEQUENCIA            PIC 9(03).
           05  CN-DATA-CONSUMO         PIC 9(08).
           05  FILLER                  PIC X(02).

       WORKING-STORAGE SECTION.

       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CN-END-OF-FILE             VALUE 'Y'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-IDADE           PIC S9(07) VALUE ZEROS.
       77  WS-MENSAGEM             PIC X(60) VALUE SPACES.

       77  WS-ACHOU-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-ACHOU-ARQUIVO              VALUE 'S'.
       77  WS-SLOT-SUB             PIC 9(02) VALUE ZEROS.
       77  WS-LOTE-SUB             PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * FILES UNDER CONTROL IN THIS RUN -- ONE SLOT PER FILE NAME,
      * KEPT BETWEEN CALLS. A CONSUMER SLOT ALSO HOLDS THE HEADER OF
      * EVERY BATCH SEEN ON THE CHECKING PASS
      *-----------------------------------------------------------------
       77  WS-SLOT-COUNT           PIC 9(02) VALUE ZEROS.
       01  WS-SLOT-TABLE.
           05  WS-SLT-ENTRY        OCCURS 10 TIMES
                                   INDEXED BY WS-SLT-IDX.
               10  WS-SLT-ARQUIVO      PIC X(08).
               10  WS-SLT-PROGRAMA     PIC X(08).
               10  WS-SLT-QTDE         PIC 9(06).
               10  WS-SLT-HASH         PIC 9(11)V99.
               10  WS-SLT-DIAS         PIC 9(03).
               10  WS-SLT-CONSUMO      PIC X(01).
                   88  WS-SLT-CONTROLA-CONSUMO   VALUE 'S'.
               10  WS-SLT-LOTE-SW      PIC X(01).
                   88  WS-SLT-LOTE-ABERTO        VALUE 'S'.
               10  WS-SLT-ERRO-SW      PIC X(01).
                   88  WS-SLT-RECUSADO           VALUE 'S'.
               10  WS-SLT-QTDE-LOTES   PIC 9(02).
               10  WS-SLT-LOTE         OCCURS 50 TIMES
                                       INDEXED BY WS-LOT-IDX.
                   15  WS-LOT-PRODUTOR     PIC X(08).
                   15  WS-LOT-DATA         PIC 9(08).
                   15  WS-LOT-SEQUENCIA    PIC 9(03).

      *-----------------------------------------------------------------
      * THE BATCH A REFUSAL POINTS AT, SHOWN UNDER THE MESSAGE
      *-----------------------------------------------------------------
       01  WS-LOTE-ATUAL.
           05  WS-LA-PRODUTOR      PIC X(08) VALUE SPACES.
           05  WS-LA-DATA          PIC 9(08) VALUE ZEROS.
           05  WS-LA-SEQUENCIA     PIC 9(03) VALUE ZEROS.

       COPY JOBLGLNK.

       LINKAGE SECTION.
       COPY IFCTLLNK.

       PROCEDURE DIVISION USING IFCTL-PARMS.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-FIND-SLOT
               THRU 1000-FIND-SLOT-EXIT

           IF NOT WS-ACHOU-ARQUIVO
               DISPLAY 'ERRO - CONTROLE DO ARQUIVO ' IC-ARQUIVO
                   ' NAO FOI ABERTO OU HA ARQUIVOS DEMAIS -- '
                   'ARQUIVO RECUSADO'
               MOVE 'R' TO IC-RESULTADO
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN IC-ABRE-GRAVACAO
                   PERFORM 2000-START-OUTPUT
                       THRU 2000-START-OUTPUT-EXIT
               WHEN IC-CONTA-GRAVADO
                   ADD 1        TO WS-SLT-QTDE(WS-SLT-IDX)
                   ADD IC-VALOR TO WS-SLT-HASH(WS-SLT-IDX)
               WHEN IC-FECHA-GRAVACAO
                   PERFORM 2200-END-OUTPUT
                       THRU 2200-END-OUTPUT-EXIT
               WHEN IC-ABRE-LEITURA
                   PERFORM 3000-START-INPUT
                       THRU 3000-START-INPUT-EXIT
               WHEN IC-CONFERE-LIDO
                   PERFORM 3100-CHECK-RECORD
                       THRU 3100-CHECK-RECORD-EXIT
               WHEN IC-FECHA-LEITURA
                   PERFORM 3200-END-INPUT
                       THRU 3200-END-INPUT-EXIT
               WHEN IC-BAIXA-CONSUMO
                   PERFORM 3400-MARK-CONSUMED
                       THRU 3400-MARK-CONSUMED-EXIT
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * 1000-FIND-SLOT -- THE FILE'S SLOT; AN OPENING CALL ('A' OR
      * 'I') TAKES A NEW ONE WHEN THE FILE HAS NONE YET
      ******************************************************************
       1000-FIND-SLOT.

           MOVE 'N' TO WS-ACHOU-SWITCH

           PERFORM 1010-MATCH-SLOT
               THRU 1010-MATCH-SLOT-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
                  OR WS-ACHOU-ARQUIVO

           IF WS-ACHOU-ARQUIVO
               GO TO 1000-FIND-SLOT-EXIT
           END-IF

           IF NOT IC-ABRE-GRAVACAO
               AND NOT IC-ABRE-LEITURA
               GO TO 1000-FIND-SLOT-EXIT
           END-IF

           IF WS-SLOT-COUNT NOT < 10
               GO TO 1000-FIND-SLOT-EXIT
           END-IF

           ADD 1 TO WS-SLOT-COUNT
           SET WS-SLT-IDX TO WS-SLOT-COUNT
           MOVE IC-ARQUIVO TO WS-SLT-ARQUIVO(WS-SLT-IDX)
           MOVE 'S' TO WS-ACHOU-SWITCH.

       1000-FIND-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 1010-MATCH-SLOT
      ******************************************************************
       1010-MATCH-SLOT.

           SET WS-SLT-IDX TO WS-SLOT-SUB

           IF WS-SLT-ARQUIVO(WS-SLT-IDX) = IC-ARQUIVO
               MOVE 'S' TO WS-ACHOU-SWITCH
           END-IF.

       1010-MATCH-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-START-OUTPUT -- ZERO THE RUN'S COUNT AND HASH AND HAND
      * BACK THE HEADER, STAMPED WITH THE RUN NUMBER JOBLOG GAVE
      * THIS RUN AT ITS START
      ******************************************************************
       2000-START-OUTPUT.

           MOVE IC-PROGRAMA TO WS-SLT-PROGRAMA(WS-SLT-IDX)
           MOVE ZEROS       TO WS-SLT-QTDE(WS-SLT-IDX)
           MOVE ZEROS       TO WS-SLT-HASH(WS-SLT-IDX)

           MOVE 'Q' TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           MOVE SPACES       TO IC-REGISTRO
           MOVE '*H'         TO IC-MARCA
           MOVE IC-PROGRAMA  TO IC-H-PROGRAMA
           MOVE WS-DATA-HOJE TO IC-H-DATA
           MOVE JL-SEQUENCIA TO IC-H-SEQUENCIA
           MOVE 'A'          TO IC-RESULTADO.

       2000-START-OUTPUT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-END-OUTPUT -- HAND BACK THE TRAILER
      ******************************************************************
       2200-END-OUTPUT.

           MOVE SPACES                   TO IC-REGISTRO
           MOVE '*T'                     TO IC-MARCA
           MOVE WS-SLT-QTDE(WS-SLT-IDX)  TO IC-T-QTDE
           MOVE WS-SLT-HASH(WS-SLT-IDX)  TO IC-T-HASH
           MOVE 'A'                      TO IC-RESULTADO.

       2200-END-OUTPUT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-START-INPUT -- A FRESH CHECKING PASS
      ******************************************************************
       3000-START-INPUT.

           MOVE IC-PROGRAMA      TO WS-SLT-PROGRAMA(WS-SLT-IDX)
           MOVE IC-DIAS-VALIDADE TO WS-SLT-DIAS(WS-SLT-IDX)
           MOVE IC-CONSUMO       TO WS-SLT-CONSUMO(WS-SLT-IDX)
           MOVE ZEROS            TO WS-SLT-QTDE(WS-SLT-IDX)
           MOVE ZEROS            TO WS-SLT-HASH(WS-SLT-IDX)
           MOVE ZEROS            TO WS-SLT-QTDE-LOTES(WS-SLT-IDX)
           MOVE 'N'              TO WS-SLT-LOTE-SW(WS-SLT-IDX)
           MOVE 'N'              TO WS-SLT-ERRO-SW(WS-SLT-IDX)
           MOVE 'A'              TO IC-RESULTADO.

       3000-START-INPUT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-RECORD -- ONE RECORD OF THE CHECKING PASS. AFTER
      * THE FIRST REFUSAL THE REST OF THE FILE IS ONLY READ THROUGH
      ******************************************************************
       3100-CHECK-RECORD.

           IF WS-SLT-RECUSADO(WS-SLT-IDX)
               GO TO 3100-CHECK-RECORD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN IC-REG-HEADER
                   PERFORM 3110-OPEN-BATCH
                       THRU 3110-OPEN-BATCH-EXIT
               WHEN IC-REG-TRAILER
                   PERFORM 3120-CLOSE-BATCH
                       THRU 3120-CLOSE-BATCH-EXIT
               WHEN OTHER
                   PERFORM 3130-COUNT-DETAIL
                       THRU 3130-COUNT-DETAIL-EXIT
           END-EVALUATE.

       3100-CHECK-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 3110-OPEN-BATCH -- A HEADER: THE BATCH BEFORE IT MUST HAVE
      * BEEN CLOSED BY ITS TRAILER, THE SAME RUN MAY NOT APPEAR TWICE
      * AND THE RUN DATE MAY NOT BE OLDER THAN THE CONSUMER ALLOWS
      ******************************************************************
       3110-OPEN-BATCH.

           MOVE IC-H-PROGRAMA  TO WS-LA-PRODUTOR
           MOVE IC-H-SEQUENCIA TO WS-LA-SEQUENCIA
           IF IC-H-DATA NUMERIC
               MOVE IC-H-DATA TO WS-LA-DATA
           ELSE
               MOVE ZEROS     TO WS-LA-DATA
           END-IF

           IF WS-SLT-LOTE-ABERTO(WS-SLT-IDX)
               MOVE 'LOTE ANTERIOR SEM TRAILER -- ARQUIVO TRUNCADO'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3110-OPEN-BATCH-EXIT
           END-IF

           IF IC-H-DATA NOT NUMERIC
               OR IC-H-SEQUENCIA NOT NUMERIC
               MOVE 'HEADER DE CONTROLE ILEGIVEL' TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3110-OPEN-BATCH-EXIT
           END-IF

           MOVE 'N' TO WS-ACHOU-SWITCH
           PERFORM 3111-MATCH-BATCH
               THRU 3111-MATCH-BATCH-EXIT
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > WS-SLT-QTDE-LOTES(WS-SLT-IDX)
                  OR WS-ACHOU-ARQUIVO

           IF WS-ACHOU-ARQUIVO
               MOVE 'LOTE REPETIDO NO ARQUIVO -- ARQUIVO DUPLICADO'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3110-OPEN-BATCH-EXIT
           END-IF

           IF WS-SLT-DIAS(WS-SLT-IDX) > ZEROS
               COMPUTE WS-DIAS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(IC-H-DATA)
               IF WS-DIAS-IDADE > WS-SLT-DIAS(WS-SLT-IDX)
                   OR WS-DIAS-IDADE < ZEROS
                   MOVE 'DATA DE GERACAO FORA DO PRAZO DE USO'
                       TO WS-MENSAGEM
                   PERFORM 3900-REFUSE-FILE
                       THRU 3900-REFUSE-FILE-EXIT
                   GO TO 3110-OPEN-BATCH-EXIT
               END-IF
           END-IF

           IF WS-SLT-QTDE-LOTES(WS-SLT-IDX) NOT < 50
               MOVE 'MAIS DE 50 LOTES NO ARQUIVO' TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3110-OPEN-BATCH-EXIT
           END-IF

           ADD 1 TO WS-SLT-QTDE-LOTES(WS-SLT-IDX)
           SET WS-LOT-IDX TO WS-SLT-QTDE-LOTES(WS-SLT-IDX)
           MOVE IC-H-PROGRAMA
               TO WS-LOT-PRODUTOR(WS-SLT-IDX, WS-LOT-IDX)
           MOVE IC-H-DATA
               TO WS-LOT-DATA(WS-SLT-IDX, WS-LOT-IDX)
           MOVE IC-H-SEQUENCIA
               TO WS-LOT-SEQUENCIA(WS-SLT-IDX, WS-LOT-IDX)

           MOVE 'S'   TO WS-SLT-LOTE-SW(WS-SLT-IDX)
           MOVE ZEROS TO WS-SLT-QTDE(WS-SLT-IDX)
           MOVE ZEROS TO WS-SLT-HASH(WS-SLT-IDX).

       3110-OPEN-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3111-MATCH-BATCH
      ******************************************************************
       3111-MATCH-BATCH.

           SET WS-LOT-IDX TO WS-LOTE-SUB

           IF WS-LOT-PRODUTOR(WS-SLT-IDX, WS-LOT-IDX) = IC-H-PROGRAMA
               AND WS-LOT-DATA(WS-SLT-IDX, WS-LOT-IDX) = IC-H-DATA
               AND WS-LOT-SEQUENCIA(WS-SLT-IDX, WS-LOT-IDX)
                   = IC-H-SEQUENCIA
               MOVE 'S' TO WS-ACHOU-SWITCH
           END-IF.

       3111-MATCH-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3120-CLOSE-BATCH -- A TRAILER MUST CLOSE AN OPEN BATCH AND
      * AGREE WITH WHAT WAS READ, COUNT AND HASH
      ******************************************************************
       3120-CLOSE-BATCH.

           IF NOT WS-SLT-LOTE-ABERTO(WS-SLT-IDX)
               MOVE SPACES TO WS-LA-PRODUTOR
               MOVE
                   'TRAILER SEM HEADER -- ARQUIVO TRUNCADO OU MISTURADO'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3120-CLOSE-BATCH-EXIT
           END-IF

           MOVE 'N' TO WS-SLT-LOTE-SW(WS-SLT-IDX)

           IF IC-T-QTDE NUMERIC
               AND IC-T-HASH NUMERIC
               AND IC-T-QTDE = WS-SLT-QTDE(WS-SLT-IDX)
               AND IC-T-HASH = WS-SLT-HASH(WS-SLT-IDX)
               GO TO 3120-CLOSE-BATCH-EXIT
           END-IF

           MOVE 'TRAILER NAO CONFERE COM OS REGISTROS LIDOS'
               TO WS-MENSAGEM
           PERFORM 3900-REFUSE-FILE
               THRU 3900-REFUSE-FILE-EXIT
           DISPLAY '        TRAILER: ' IC-T-QTDE ' REGISTROS, HASH '
               IC-T-HASH
           DISPLAY '        LIDOS:   ' WS-SLT-QTDE(WS-SLT-IDX)
               ' REGISTROS, HASH ' WS-SLT-HASH(WS-SLT-IDX).

       3120-CLOSE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * 3130-COUNT-DETAIL -- A DATA RECORD MUST SIT INSIDE A BATCH
      ******************************************************************
       3130-COUNT-DETAIL.

           IF NOT WS-SLT-LOTE-ABERTO(WS-SLT-IDX)
               MOVE SPACES TO WS-LA-PRODUTOR
               MOVE 'REGISTRO FORA DE LOTE -- SEM HEADER DE CONTROLE'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
               GO TO 3130-COUNT-DETAIL-EXIT
           END-IF

           ADD 1        TO WS-SLT-QTDE(WS-SLT-IDX)
           ADD IC-VALOR TO WS-SLT-HASH(WS-SLT-IDX).

       3130-COUNT-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 3200-END-INPUT -- THE VERDICT: THE LAST BATCH MUST BE CLOSED,
      * THERE MUST BE AT LEAST ONE, AND A ONCE-ONLY CONSUMER MAY NOT
      * HAVE TAKEN ANY OF THEM BEFORE
      ******************************************************************
       3200-END-INPUT.

           IF NOT WS-SLT-RECUSADO(WS-SLT-IDX)
               AND WS-SLT-LOTE-ABERTO(WS-SLT-IDX)
               MOVE 'ULTIMO LOTE SEM TRAILER -- ARQUIVO TRUNCADO'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
           END-IF

           IF NOT WS-SLT-RECUSADO(WS-SLT-IDX)
               AND WS-SLT-QTDE-LOTES(WS-SLT-IDX) = ZEROS
               MOVE SPACES TO WS-LA-PRODUTOR
               MOVE 'ARQUIVO VAZIO OU SEM HEADER DE CONTROLE'
                   TO WS-MENSAGEM
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
           END-IF

           IF NOT WS-SLT-RECUSADO(WS-SLT-IDX)
               AND WS-SLT-CONTROLA-CONSUMO(WS-SLT-IDX)
               PERFORM 3300-CHECK-CONSUMED
                   THRU 3300-CHECK-CONSUMED-EXIT
           END-IF

           IF WS-SLT-RECUSADO(WS-SLT-IDX)
               MOVE 'R' TO IC-RESULTADO
           ELSE
               MOVE 'A' TO IC-RESULTADO
           END-IF.

       3200-END-INPUT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CHECK-CONSUMED -- SCAN THE IFCONSUM REGISTER FOR ANY OF
      * THIS FILE'S BATCHES ALREADY TAKEN BY THIS CONSUMER; NO
      * REGISTER YET MEANS NOTHING WAS EVER CONSUMED
      ******************************************************************
       3300-CHECK-CONSUMED.

           MOVE 'N' TO WS-CN-EOF-SWITCH

           OPEN INPUT CONSUMED-BATCH-FILE
           IF WS-CN-STATUS NOT = '00'
               GO TO 3300-CHECK-CONSUMED-EXIT
           END-IF

           PERFORM 3310-SCAN-REGISTER
               THRU 3310-SCAN-REGISTER-EXIT
               UNTIL WS-CN-END-OF-FILE
                  OR WS-SLT-RECUSADO(WS-SLT-IDX)

           CLOSE CONSUMED-BATCH-FILE.

       3300-CHECK-CONSUMED-EXIT.
           EXIT.

      ******************************************************************
      * 3310-SCAN-REGISTER
      ******************************************************************
       3310-SCAN-REGISTER.

           READ CONSUMED-BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-CN-EOF-SWITCH
                   GO TO 3310-SCAN-REGISTER-EXIT
           END-READ

           IF CN-CONSUMIDOR NOT = WS-SLT-PROGRAMA(WS-SLT-IDX)
               OR CN-ARQUIVO NOT = IC-ARQUIVO
               GO TO 3310-SCAN-REGISTER-EXIT
           END-IF

           MOVE 'N' TO WS-ACHOU-SWITCH
           PERFORM 3320-MATCH-CONSUMED
               THRU 3320-MATCH-CONSUMED-EXIT
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > WS-SLT-QTDE-LOTES(WS-SLT-IDX)
                  OR WS-ACHOU-ARQUIVO

           IF WS-ACHOU-ARQUIVO
               MOVE CN-PRODUTOR     TO WS-LA-PRODUTOR
               MOVE CN-DATA-GERACAO TO WS-LA-DATA
               MOVE CN-SEQUENCIA    TO WS-LA-SEQUENCIA
               MOVE 'LOTE JA CONSUMIDO EM ' TO WS-MENSAGEM
               MOVE CN-DATA-CONSUMO TO WS-MENSAGEM(22:8)
               PERFORM 3900-REFUSE-FILE
                   THRU 3900-REFUSE-FILE-EXIT
           END-IF.

       3310-SCAN-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * 3320-MATCH-CONSUMED
      ******************************************************************
       3320-MATCH-CONSUMED.

           SET WS-LOT-IDX TO WS-LOTE-SUB

           IF WS-LOT-PRODUTOR(WS-SLT-IDX, WS-LOT-IDX) = CN-PRODUTOR
               AND WS-LOT-DATA(WS-SLT-IDX, WS-LOT-IDX)
                   = CN-DATA-GERACAO
               AND WS-LOT-SEQUENCIA(WS-SLT-IDX, WS-LOT-IDX)
                   = CN-SEQUENCIA
               MOVE 'S' TO WS-ACHOU-SWITCH
           END-IF.

       3320-MATCH-CONSUMED-EXIT.
           EXIT.

      ******************************************************************
      * 3400-MARK-CONSUMED -- AFTER A CLEAN RUN, EVERY BATCH OF THE
      * CHECKED FILE GOES ON THE REGISTER UNDER THIS CONSUMER
      ******************************************************************
       3400-MARK-CONSUMED.

           IF WS-SLT-RECUSADO(WS-SLT-IDX)
               OR NOT WS-SLT-CONTROLA-CONSUMO(WS-SLT-IDX)
               OR WS-SLT-QTDE-LOTES(WS-SLT-IDX) = ZEROS
               GO TO 3400-MARK-CONSUMED-EXIT
           END-IF

           OPEN EXTEND CONSUMED-BATCH-FILE
           IF WS-CN-STATUS NOT = '00'
               OPEN OUTPUT CONSUMED-BATCH-FILE
           END-IF

           PERFORM 3410-WRITE-CONSUMED
               THRU 3410-WRITE-CONSUMED-EXIT
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > WS-SLT-QTDE-LOTES(WS-SLT-IDX)

           CLOSE CONSUMED-BATCH-FILE.

       3400-MARK-CONSUMED-EXIT.
           EXIT.

      ******************************************************************
      * 3410-WRITE-CONSUMED
      ******************************************************************
       3410-WRITE-CONSUMED.

           SET WS-LOT-IDX TO WS-LOTE-SUB

           MOVE SPACES                     TO CONSUMED-BATCH-RECORD
           MOVE WS-SLT-PROGRAMA(WS-SLT-IDX) TO CN-CONSUMIDOR
           MOVE IC-ARQUIVO                 TO CN-ARQUIVO
           MOVE WS-LOT-PRODUTOR(WS-SLT-IDX, WS-LOT-IDX)
               TO CN-PRODUTOR
           MOVE WS-LOT-DATA(WS-SLT-IDX, WS-LOT-IDX)
               TO CN-DATA-GERACAO
           MOVE WS-LOT-SEQUENCIA(WS-SLT-IDX, WS-LOT-IDX)
               TO CN-SEQUENCIA
           MOVE WS-DATA-HOJE               TO CN-DATA-CONSUMO
           WRITE CONSUMED-BATCH-RECORD.

       3410-WRITE-CONSUMED-EXIT.
           EXIT.

      ******************************************************************
      * 3900-REFUSE-FILE -- THE FIRST REASON FOUND GOES TO THE
      * CONSOLE WITH THE BATCH IT POINTS AT
      ******************************************************************
       3900-REFUSE-FILE.

           MOVE 'S' TO WS-SLT-ERRO-SW(WS-SLT-IDX)
           MOVE 'R' TO IC-RESULTADO

           DISPLAY 'ERRO - ARQUIVO ' IC-ARQUIVO ' RECUSADO POR '
               WS-SLT-PROGRAMA(WS-SLT-IDX) ': ' WS-MENSAGEM

           IF WS-LA-PRODUTOR NOT = SPACES
               DISPLAY '        LOTE GERADO POR ' WS-LA-PRODUTOR
                   ' EM ' WS-LA-DATA ' EXECUCAO ' WS-LA-SEQUENCIA
           END-IF.

       3900-REFUSE-FILE-EXIT.
           EXIT.
