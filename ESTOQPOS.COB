      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: NIGHTLY FINISHED-GOODS STOCK RUN. APPLIES THE DAY'S
      * ESTTRAN STOCK TRANSACTIONS TO THE PRODMAST PRODUCT MASTER --
      * RECEIPTS (E), SIGNED COUNT ADJUSTMENTS (A), RESERVATIONS (R)
      * AND RELEASES OF RESERVATIONS (L) -- LOGGING EACH ON THE ESTMOV
      * MOVEMENT FILE NEXT TO SALESINV'S SALES AND RETURNS. A
      * TRANSACTION THAT WOULD LEAVE ON HAND BELOW WHAT IS RESERVED,
      * RESERVE MORE THAN IS ON HAND OR RELEASE MORE THAN IS RESERVED
      * IS REJECTED AND REPORTED. A RECEIPT FOR AN ITEM NOT YET UNDER
      * STOCK CONTROL PUTS IT UNDER CONTROL. THE RUN THEN SWEEPS
      * PRODMAST (AS WOCLOSE SWEEPS PARTMAST) AND PRINTS THE STOCK
      * POSITION OF EVERY CONTROLLED ITEM ON ESTQRPT -- ON HAND,
      * RESERVED, AVAILABLE, THE DAY'S BACKORDERED UNITS FROM
      * SALESINV'S BACKORD FILE, REORDER POINT -- FLAGGING EVERY ITEM
      * WHOSE AVAILABLE STOCK NET OF BACKORDERS IS AT OR BELOW ITS
      * REORDER POINT WITH A SUGGESTED ORDER QUANTITY (BACK TO THE
      * POINT PLUS ONE REORDER LOT). ESTTRAN IS CONSUMED AFTER THE
      * RUN SO NO TRANSACTION IS APPLIED TWICE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTOQPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT STOCK-TRAN-FILE ASSIGN TO "ESTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ET-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "ESTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-STATUS.

           SELECT STOCK-REPORT-FILE ASSIGN TO "ESTQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY PRODMAST.

      *-----------------------------------------------------------------
      * STOCK-TRAN-FILE -- ONE STOCK TRANSACTION PER LINE; THE
      * QUANTITY IS SIGNED FOR AN ADJUSTMENT, POSITIVE OTHERWISE
      *-----------------------------------------------------------------
       FD  STOCK-TRAN-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  STOCK-TRAN-RECORD.
           05  ET-ITEM-ID              PIC X(06).
           05  ET-TIPO                 PIC X(01).
               88  ET-ENTRADA                    VALUE 'E'.
               88  ET-AJUSTE                     VALUE 'A'.
               88  ET-RESERVA                    VALUE 'R'.
               88  ET-LIBERACAO                  VALUE 'L'.
           05  ET-QTDE                 PIC S9(07) SIGN LEADING
                                           SEPARATE.
           05  ET-DOCUMENTO            PIC X(08).
           05  ET-MOTIVO               PIC X(20).

      *-----------------------------------------------------------------
      * BACKORDER-FILE -- SALESINV'S LINES HELD FOR LACK OF STOCK, IN
      * THE SALESLIN LAYOUT; ONLY THE ITEM IS NEEDED HERE
      *-----------------------------------------------------------------
       FD  BACKORDER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BACKORDER-RECORD.
           05  BO-INVOICE-ID           PIC X(08).
           05  BO-CUSTOMER-ID          PIC X(06).
           05  BO-ITEM-ID              PIC X(06).
           05  FILLER                  PIC X(22).

       FD  STOCK-MOVEMENT-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY ESTMOV.

       FD  STOCK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-PM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ET-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-PM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PM-END-OF-FILE            VALUE 'Y'.
       77  WS-ET-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ET-END-OF-FILE            VALUE 'Y'.
       77  WS-BO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BO-END-OF-FILE            VALUE 'Y'.
       77  WS-ET-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-ET-ABERTO                 VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * TRANSACTION WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77  WS-NOVO-SALDO           PIC S9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * BACKORDER TABLE -- UNITS HELD PER ITEM ON TODAY'S BACKORD
      *-----------------------------------------------------------------
       01  WS-BKO-TABLE.
           05  WS-BKO-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-BKO-IDX.
               10  WS-BKO-ITEM-ID      PIC X(06).
               10  WS-BKO-QTDE         PIC 9(05).

       77  WS-BKO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-BKO-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * POSITION WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-DISPONIVEL           PIC 9(07) VALUE ZEROS.
       77  WS-BACKORDER-ITEM       PIC 9(05) VALUE ZEROS.
       77  WS-POSICAO-LIQUIDA      PIC S9(08) VALUE ZEROS.
       77  WS-SUGERIDO             PIC S9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN COUNTERS
      *-----------------------------------------------------------------
       77  WS-QTDE-TRANSACOES      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-APLICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ITENS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REPOSICAO       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BACKORDER       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BKO-IGNORADOS   PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-RPT-TITULO-MOV.
           05  FILLER              PIC X(40) VALUE
               'MOVIMENTOS DE ESTOQUE DO DIA (ESTTRAN)  '.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-COLUNAS-MOV.
           05  FILLER              PIC X(40) VALUE
               'ITEM   T     QTDE DOCUMENT MOTIVO       '.
           05  FILLER              PIC X(40) VALUE
               '        RESULTADO                       '.

       01  WS-RPT-MOVIMENTO.
           05  WS-RM-ITEM-ID       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RM-TIPO          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RM-QTDE          PIC -(07)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RM-DOCUMENTO     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RM-MOTIVO        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RM-RESULTADO     PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  WS-RPT-TITULO-POS.
           05  FILLER              PIC X(40) VALUE
               'POSICAO DE ESTOQUE E REPOSICAO          '.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-COLUNAS-POS.
           05  FILLER              PIC X(40) VALUE
               'ITEM   DESCRICAO            ESTOQUE RESE'.
           05  FILLER              PIC X(40) VALUE
               'RV. DISPON. BACKO   PONTO SUGERIR       '.

       01  WS-RPT-POSICAO.
           05  WS-RP-ITEM-ID       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-DESCRICAO     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-ESTOQUE       PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-RESERVADO     PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-DISPONIVEL    PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-BACKORDER     PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-PONTO         PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-SUGERIDO      PIC Z(06)9 BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RP-FLAG          PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-RPT-BRANCO           PIC X(80) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'ESTOQPOS' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-APPLY-TRANSACTION
               THRU 2000-APPLY-TRANSACTION-EXIT
               UNTIL WS-ET-END-OF-FILE

           PERFORM 3000-WRITE-POSITION
               THRU 3000-WRITE-POSITION-EXIT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           IF WS-QTDE-REJEITADAS > ZEROS
              OR WS-QTDE-BKO-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- NO PRODUCT MASTER IS FATAL; NO ESTTRAN OR
      * BACKORD FILE SIMPLY MEANS NOTHING OF THAT KIND TODAY
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O PRODUCT-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM MESTRE PRODMAST -- POSICAO DE '
                   'ESTOQUE NAO PRODUZIDA'
               MOVE 8           TO RETURN-CODE
               MOVE 'E'         TO JL-ACAO
               MOVE RETURN-CODE TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND STOCK-MOVEMENT-FILE
           IF WS-EM-STATUS NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF

           OPEN OUTPUT STOCK-REPORT-FILE

           MOVE 'ESTOQPOS' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE STOCK-REPORT-LINE FROM RH-HEADER-LINE

           PERFORM 1100-LOAD-BACKORDERS
               THRU 1100-LOAD-BACKORDERS-EXIT

           OPEN INPUT STOCK-TRAN-FILE
           IF WS-ET-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ESTTRAN -- NENHUM '
                   'MOVIMENTO DE ESTOQUE A APLICAR'
               MOVE 'Y' TO WS-ET-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-ET-ABERTO-SW
           WRITE STOCK-REPORT-LINE FROM WS-RPT-TITULO-MOV
           WRITE STOCK-REPORT-LINE FROM WS-RPT-COLUNAS-MOV

           PERFORM 8100-READ-TRANSACTION
               THRU 8100-READ-TRANSACTION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-BACKORDERS -- UNITS HELD PER ITEM
      ******************************************************************
       1100-LOAD-BACKORDERS.

           MOVE SPACES TO WS-BKO-TABLE

           OPEN INPUT BACKORDER-FILE
           IF WS-BO-STATUS NOT = '00'
               GO TO 1100-LOAD-BACKORDERS-EXIT
           END-IF

           PERFORM 8200-READ-BACKORDER
               THRU 8200-READ-BACKORDER-EXIT

           PERFORM 1110-STORE-BACKORDER
               THRU 1110-STORE-BACKORDER-EXIT
               UNTIL WS-BO-END-OF-FILE

           CLOSE BACKORDER-FILE.

       1100-LOAD-BACKORDERS-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-BACKORDER
      ******************************************************************
       1110-STORE-BACKORDER.

           ADD 1 TO WS-QTDE-BACKORDER

           MOVE ZEROS TO WS-BKO-SUB
           IF WS-BKO-COUNT > ZEROS
               SET WS-BKO-IDX TO 1
               SEARCH WS-BKO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKO-IDX > WS-BKO-COUNT
                       CONTINUE
                   WHEN WS-BKO-ITEM-ID(WS-BKO-IDX) = BO-ITEM-ID
                       SET WS-BKO-SUB TO WS-BKO-IDX
               END-SEARCH
           END-IF

           IF WS-BKO-SUB = ZEROS
               IF WS-BKO-COUNT < 500
                   ADD 1 TO WS-BKO-COUNT
                   MOVE WS-BKO-COUNT TO WS-BKO-SUB
                   MOVE BO-ITEM-ID   TO WS-BKO-ITEM-ID(WS-BKO-SUB)
                   MOVE ZEROS        TO WS-BKO-QTDE(WS-BKO-SUB)
               ELSE
                   DISPLAY 'TABELA DE BACKORDER CHEIA -- ITEM '
                       BO-ITEM-ID ' FORA DA POSICAO'
                   ADD 1 TO WS-QTDE-BKO-IGNORADOS
                   GO TO 1110-STORE-BACKORDER-NEXT
               END-IF
           END-IF

           ADD 1 TO WS-BKO-QTDE(WS-BKO-SUB).

       1110-STORE-BACKORDER-NEXT.

           PERFORM 8200-READ-BACKORDER
               THRU 8200-READ-BACKORDER-EXIT.

       1110-STORE-BACKORDER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-TRANSACTION -- VALIDATE ONE ESTTRAN LINE AGAINST
      * THE ITEM'S FIGURES, APPLY IT AND LOG IT, OR REJECT IT
      ******************************************************************
       2000-APPLY-TRANSACTION.

           ADD 1 TO WS-QTDE-TRANSACOES
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF ET-QTDE NOT NUMERIC
               MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-REJEICAO
               GO TO 2000-APPLY-TRANSACTION-REPORT
           END-IF

           MOVE ET-ITEM-ID TO PM-ITEM-ID
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'ITEM DESCONHECIDO' TO WS-MOTIVO-REJEICAO
                   GO TO 2000-APPLY-TRANSACTION-REPORT
           END-READ

           IF NOT PM-COM-ESTOQUE AND NOT ET-ENTRADA
               MOVE 'ITEM SEM CONTROLE DE ESTOQUE'
                   TO WS-MOTIVO-REJEICAO
               GO TO 2000-APPLY-TRANSACTION-REPORT
           END-IF

           IF NOT ET-AJUSTE AND ET-QTDE NOT > ZEROS
               MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-REJEICAO
               GO TO 2000-APPLY-TRANSACTION-REPORT
           END-IF

           EVALUATE TRUE
               WHEN ET-ENTRADA
                   IF NOT PM-COM-ESTOQUE
                       MOVE 'S'   TO PM-CONTROLE-ESTOQUE
                       MOVE ZEROS TO PM-QTDE-ESTOQUE
                       MOVE ZEROS TO PM-QTDE-RESERVADA
                   END-IF
                   ADD ET-QTDE TO PM-QTDE-ESTOQUE

               WHEN ET-AJUSTE
                   COMPUTE WS-NOVO-SALDO = PM-QTDE-ESTOQUE + ET-QTDE
                   IF ET-QTDE = ZEROS
                       MOVE 'QUANTIDADE INVALIDA'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF WS-NOVO-SALDO < PM-QTDE-RESERVADA
                           MOVE 'SALDO FICARIA ABAIXO DA RESERVA'
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           MOVE WS-NOVO-SALDO TO PM-QTDE-ESTOQUE
                       END-IF
                   END-IF

               WHEN ET-RESERVA
                   COMPUTE WS-NOVO-SALDO =
                       PM-QTDE-RESERVADA + ET-QTDE
                   IF WS-NOVO-SALDO > PM-QTDE-ESTOQUE
                       MOVE 'RESERVA ACIMA DO SALDO'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE WS-NOVO-SALDO TO PM-QTDE-RESERVADA
                   END-IF

               WHEN ET-LIBERACAO
                   IF ET-QTDE > PM-QTDE-RESERVADA
                       MOVE 'LIBERACAO ACIMA DA RESERVA'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       SUBTRACT ET-QTDE FROM PM-QTDE-RESERVADA
                   END-IF

               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVALIDO'
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               GO TO 2000-APPLY-TRANSACTION-REPORT
           END-IF

           MOVE WS-DATA-HOJE TO PM-DATA-ULT-MOV
           REWRITE PRODUCT-MASTER-RECORD

           MOVE SPACES            TO STOCK-MOVEMENT-RECORD
           MOVE WS-DATA-HOJE      TO EM-DATA
           MOVE PM-ITEM-ID        TO EM-ITEM-ID
           MOVE ET-TIPO           TO EM-TIPO
           MOVE ET-QTDE           TO EM-QTDE
           MOVE ET-DOCUMENTO      TO EM-DOCUMENTO
           MOVE PM-QTDE-ESTOQUE   TO EM-SALDO-ESTOQUE
           MOVE PM-QTDE-RESERVADA TO EM-SALDO-RESERVADO
           WRITE STOCK-MOVEMENT-RECORD

           ADD 1 TO WS-QTDE-APLICADAS.

       2000-APPLY-TRANSACTION-REPORT.

           MOVE SPACES       TO WS-RPT-MOVIMENTO
           MOVE ET-ITEM-ID   TO WS-RM-ITEM-ID
           MOVE ET-TIPO      TO WS-RM-TIPO
           IF ET-QTDE NUMERIC
               MOVE ET-QTDE  TO WS-RM-QTDE
           END-IF
           MOVE ET-DOCUMENTO TO WS-RM-DOCUMENTO
           MOVE ET-MOTIVO    TO WS-RM-MOTIVO

           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE 'APLICADO' TO WS-RM-RESULTADO
           ELSE
               MOVE WS-MOTIVO-REJEICAO TO WS-RM-RESULTADO
               ADD 1 TO WS-QTDE-REJEITADAS
               DISPLAY 'MOVIMENTO REJEITADO - ITEM ' ET-ITEM-ID
                   ' TIPO ' ET-TIPO ' - ' WS-MOTIVO-REJEICAO
           END-IF

           WRITE STOCK-REPORT-LINE FROM WS-RPT-MOVIMENTO

           PERFORM 8100-READ-TRANSACTION
               THRU 8100-READ-TRANSACTION-EXIT.

       2000-APPLY-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-POSITION -- ONE SWEEP OF PRODMAST: A POSITION LINE
      * FOR EVERY STOCK-CONTROLLED ITEM
      ******************************************************************
       3000-WRITE-POSITION.

           WRITE STOCK-REPORT-LINE FROM WS-RPT-BRANCO
           WRITE STOCK-REPORT-LINE FROM WS-RPT-TITULO-POS
           WRITE STOCK-REPORT-LINE FROM WS-RPT-COLUNAS-POS

           MOVE LOW-VALUES TO PM-ITEM-ID
           START PRODUCT-MASTER-FILE KEY NOT LESS PM-ITEM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF-SWITCH
           END-START

           PERFORM 3100-SWEEP-ONE-ITEM
               THRU 3100-SWEEP-ONE-ITEM-EXIT
               UNTIL WS-PM-END-OF-FILE.

       3000-WRITE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SWEEP-ONE-ITEM -- AN ITEM IS FLAGGED WHEN ITS AVAILABLE
      * STOCK LESS TODAY'S BACKORDERS IS AT OR BELOW THE REORDER POINT
      ******************************************************************
       3100-SWEEP-ONE-ITEM.

           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PM-EOF-SWITCH
                   GO TO 3100-SWEEP-ONE-ITEM-EXIT
           END-READ

           IF NOT PM-COM-ESTOQUE
               GO TO 3100-SWEEP-ONE-ITEM-EXIT
           END-IF

           ADD 1 TO WS-QTDE-ITENS

           IF PM-QTDE-ESTOQUE > PM-QTDE-RESERVADA
               COMPUTE WS-DISPONIVEL =
                   PM-QTDE-ESTOQUE - PM-QTDE-RESERVADA
           ELSE
               MOVE ZEROS TO WS-DISPONIVEL
           END-IF

           MOVE ZEROS TO WS-BACKORDER-ITEM
           IF WS-BKO-COUNT > ZEROS
               SET WS-BKO-IDX TO 1
               SEARCH WS-BKO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BKO-IDX > WS-BKO-COUNT
                       CONTINUE
                   WHEN WS-BKO-ITEM-ID(WS-BKO-IDX) = PM-ITEM-ID
                       MOVE WS-BKO-QTDE(WS-BKO-IDX)
                           TO WS-BACKORDER-ITEM
               END-SEARCH
           END-IF

           COMPUTE WS-POSICAO-LIQUIDA =
               WS-DISPONIVEL - WS-BACKORDER-ITEM

           MOVE SPACES             TO WS-RPT-POSICAO
           MOVE PM-ITEM-ID         TO WS-RP-ITEM-ID
           MOVE PM-DESCRICAO       TO WS-RP-DESCRICAO
           MOVE PM-QTDE-ESTOQUE    TO WS-RP-ESTOQUE
           MOVE PM-QTDE-RESERVADA  TO WS-RP-RESERVADO
           MOVE WS-DISPONIVEL      TO WS-RP-DISPONIVEL
           MOVE WS-BACKORDER-ITEM  TO WS-RP-BACKORDER
           MOVE PM-PONTO-REPOSICAO TO WS-RP-PONTO
           MOVE ZEROS              TO WS-RP-SUGERIDO

           IF WS-POSICAO-LIQUIDA NOT > PM-PONTO-REPOSICAO
               COMPUTE WS-SUGERIDO =
                   PM-PONTO-REPOSICAO + PM-LOTE-REPOSICAO
                       - WS-POSICAO-LIQUIDA
               MOVE WS-SUGERIDO TO WS-RP-SUGERIDO
               MOVE 'REPOR'     TO WS-RP-FLAG
               ADD 1 TO WS-QTDE-REPOSICAO
           END-IF

           WRITE STOCK-REPORT-LINE FROM WS-RPT-POSICAO.

       3100-SWEEP-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- CONSUME ESTTRAN, CONTROL TOTALS, CLOSE FILES
      ******************************************************************
       4000-FINALIZE.

      *    THE TRANSACTIONS JUST APPLIED ARE CONSUMED -- A RERUN MUST
      *    NEVER MOVE THE SAME STOCK TWICE; REJECTS ARE ON THE REPORT
      *    FOR RE-ENTRY
           IF WS-ET-ABERTO
               CLOSE STOCK-TRAN-FILE
               IF WS-QTDE-TRANSACOES > ZEROS
                   OPEN OUTPUT STOCK-TRAN-FILE
                   CLOSE STOCK-TRAN-FILE
                   DISPLAY 'ARQUIVO ESTTRAN CONSUMIDO -- '
                       WS-QTDE-APLICADAS ' MOVIMENTOS APLICADOS'
               END-IF
           END-IF

           CLOSE PRODUCT-MASTER-FILE
           CLOSE STOCK-MOVEMENT-FILE
           CLOSE STOCK-REPORT-FILE

           DISPLAY 'MOVIMENTOS LIDOS:        ' WS-QTDE-TRANSACOES
           DISPLAY 'MOVIMENTOS APLICADOS:    ' WS-QTDE-APLICADAS
           DISPLAY 'MOVIMENTOS REJEITADOS:   ' WS-QTDE-REJEITADAS
           DISPLAY 'ITENS COM ESTOQUE:       ' WS-QTDE-ITENS
           DISPLAY 'ITENS A REPOR:           ' WS-QTDE-REPOSICAO
           DISPLAY 'LINHAS EM BACKORDER:     ' WS-QTDE-BACKORDER

           MOVE 'ESTOQPOS'          TO CT-PROGRAM-ID
           MOVE 'MOV APLICADOS'     TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-APLICADAS   TO CT-TOTAL-1-VALOR
           MOVE 'MOV REJEITADOS'    TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-REJEITADAS  TO CT-TOTAL-2-VALOR
           MOVE 'ITENS A REPOR'     TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-REPOSICAO   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-TRANSACTION
      ******************************************************************
       8100-READ-TRANSACTION.

           READ STOCK-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-ET-EOF-SWITCH
           END-READ.

       8100-READ-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-BACKORDER
      ******************************************************************
       8200-READ-BACKORDER.

           READ BACKORDER-FILE
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SWITCH
           END-READ.

       8200-READ-BACKORDER-EXIT.
           EXIT.
