      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  FORWARD SETTLEMENTS: FXFWDMTM'S FXFWDLIQ FEED IS
      *               APPLIED BETWEEN THE ACQUISITIONS AND THE
      *               CONVERSIONS -- A SETTLED BUY OPENS A LOT, A
      *               SETTLED SELL IS RELIEVED AT AVERAGE COST AT THE
      *               VALUE-DATE RATE THE FEED CARRIES. THE FEED IS
      *               CONSUMED ONCE APPLIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOTUPD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT FX-SETTLEMENT-FILE ASSIGN TO "FXFWDLIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  TX-DATA             PIC 9(08).
           05  TX-VALOR            PIC 9(07)V99.

      *-----------------------------------------------------------------
      * FX-SETTLEMENT-FILE -- FORWARDS FXFWDMTM SETTLED ON THEIR VALUE
      * DATE, CONSUMED ONCE APPLIED
      *-----------------------------------------------------------------
       FD  FX-SETTLEMENT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY FXFWDLIQ.

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-CHAVE.
       77  WS-LOT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ACQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TRN-STATUS           PIC X(02) VALUE SPACES.
       77  WS-FL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-REA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           88  WS-ACQ-END-OF-FILE           VALUE 'Y'.
       77  WS-TRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-TRN-END-OF-FILE           VALUE 'Y'.
       77  WS-FL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FL-END-OF-FILE            VALUE 'Y'.
       77  WS-FL-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-FL-ABERTO                 VALUE 'S'.
       77  WS-FX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FX-END-OF-FILE            VALUE 'Y'.

       77  WS-TAXA-VENDA           PIC 9(04)V9999 VALUE ZEROS.
       77  WS-TAXA-ACHADA          PIC X(01) VALUE 'N'.
           88  WS-TEM-TAXA                  VALUE 'S'.
       77  WS-MOEDA-BAIXA          PIC X(03) VALUE SPACES.
       77  WS-QTDE-A-BAIXAR        PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-BAIXA-LOTE      PIC 9(09)V99 VALUE ZEROS.
       77  WS-RESULTADO-VENDA      PIC S9(09)V99 VALUE ZEROS.

       77  WS-QTDE-LOTES-NOVOS     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BAIXAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-TERMOS          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-REALIZADO      PIC S9(09)V99 VALUE ZEROS.

       01  WS-RPT-LOTE-LINHA.
               THRU 2000-ADD-ACQUISITION-EXIT
               UNTIL WS-ACQ-END-OF-FILE

           PERFORM 2500-APPLY-FORWARD-SETTLEMENT
               THRU 2500-APPLY-FORWARD-SETTLEMENT-EXIT
               UNTIL WS-FL-END-OF-FILE

           PERFORM 3000-RELIEVE-CONVERSION
               THRU 3000-RELIEVE-CONVERSION-EXIT
               UNTIL WS-TRN-END-OF-FILE

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE LOT FILE INTO CORE AND PRIME THE
      * THREE MOVEMENT FEEDS; A MISSING FEED JUST SKIPS ITS PASS
      ******************************************************************
       1000-INITIALIZE.

                   THRU 8100-READ-ACQUISITION-EXIT
           END-IF

           OPEN INPUT FX-SETTLEMENT-FILE
           IF WS-FL-STATUS NOT = '00'
               MOVE 'Y' TO WS-FL-EOF-SWITCH
           ELSE
               MOVE 'S' TO WS-FL-ABERTO-SW
               PERFORM 8300-READ-SETTLEMENT
                   THRU 8300-READ-SETTLEMENT-EXIT
           END-IF

           OPEN INPUT FX-TRANSACTION-FILE
           IF WS-TRN-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRN-EOF-SWITCH
       2000-ADD-ACQUISITION-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APPLY-FORWARD-SETTLEMENT -- A SETTLED BUY OPENS A LOT AT
      * THE VALUE-DATE RATE; A SETTLED SELL IS RELIEVED LIKE A
      * CONVERSION, AT AVERAGE COST, WITH THE FEED'S RATE AS THE SALE
      * RATE
      ******************************************************************
       2500-APPLY-FORWARD-SETTLEMENT.

           IF FL-COMPRA
               IF WS-LOT-COUNT < 300
                   ADD 1 TO WS-LOT-COUNT
                   SET WS-LOT-IDX TO WS-LOT-COUNT
                   MOVE FL-MOEDA TO WS-LOT-MOEDA(WS-LOT-IDX)
                   MOVE FL-DATA  TO WS-LOT-DATA(WS-LOT-IDX)
                   MOVE FL-QTDE  TO WS-LOT-QTDE-ORIG(WS-LOT-IDX)
                   MOVE FL-TAXA  TO WS-LOT-TAXA(WS-LOT-IDX)
                   MOVE FL-QTDE  TO WS-LOT-RESTANTE(WS-LOT-IDX)
                   ADD 1 TO WS-QTDE-LOTES-NOVOS
                   ADD 1 TO WS-QTDE-TERMOS
                   DISPLAY 'LOTE ABERTO ' FL-MOEDA ' ' FL-DATA
                       ' QTDE ' FL-QTDE ' TAXA ' FL-TAXA
                       ' -- TERMO ' FL-CONTRATO
               ELSE
                   DISPLAY 'TABELA DE LOTES CHEIA -- TERMO '
                       FL-CONTRATO ' IGNORADO'
               END-IF
               GO TO 2500-APPLY-FORWARD-SETTLEMENT-NEXT
           END-IF

           MOVE FL-MOEDA TO WS-MOEDA-BAIXA

           PERFORM 3100-AVERAGE-OPEN-COST
               THRU 3100-AVERAGE-OPEN-COST-EXIT

           IF WS-QTDE-ABERTA = ZEROS
               DISPLAY 'AVISO - TERMO ' FL-CONTRATO ' DE ' FL-MOEDA
                   ' SEM LOTE ABERTO -- BAIXA NAO CUSTEADA'
               GO TO 2500-APPLY-FORWARD-SETTLEMENT-NEXT
           END-IF

           MOVE FL-TAXA TO WS-TAXA-VENDA

           MOVE FL-QTDE TO WS-QTDE-A-BAIXAR
           IF WS-QTDE-A-BAIXAR > WS-QTDE-ABERTA
               MOVE WS-QTDE-ABERTA TO WS-QTDE-A-BAIXAR
               DISPLAY 'AVISO - TERMO ' FL-CONTRATO ' MAIOR QUE A '
                   'POSICAO EM LOTES -- BAIXA PARCIAL'
           END-IF

           COMPUTE WS-RESULTADO-VENDA ROUNDED =
               WS-QTDE-A-BAIXAR * (WS-TAXA-VENDA - WS-TAXA-MEDIA)

           PERFORM 3300-REDUCE-LOTS
               THRU 3300-REDUCE-LOTS-EXIT

           PERFORM 3400-ACCUM-REALIZED
               THRU 3400-ACCUM-REALIZED-EXIT

           ADD 1 TO WS-QTDE-BAIXAS
           ADD 1 TO WS-QTDE-TERMOS
           ADD WS-RESULTADO-VENDA TO WS-TOTAL-REALIZADO

           DISPLAY 'BAIXA ' FL-MOEDA ' QTDE ' WS-QTDE-A-BAIXAR
               ' MEDIA ' WS-TAXA-MEDIA ' VENDA ' WS-TAXA-VENDA
               ' RESULTADO ' WS-RESULTADO-VENDA
               ' -- TERMO ' FL-CONTRATO.

       2500-APPLY-FORWARD-SETTLEMENT-NEXT.

           PERFORM 8300-READ-SETTLEMENT
               THRU 8300-READ-SETTLEMENT-EXIT.

       2500-APPLY-FORWARD-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELIEVE-CONVERSION -- ONE FXTRANS SALE: AVERAGE COST OVER
      * THE CURRENCY'S OPEN LOTS, QUANTITIES RELIEVED OLDEST FIRST,
      ******************************************************************
       3000-RELIEVE-CONVERSION.

           MOVE TX-MOEDA TO WS-MOEDA-BAIXA

           PERFORM 3100-AVERAGE-OPEN-COST
               THRU 3100-AVERAGE-OPEN-COST-EXIT


           SET WS-LOT-IDX TO WS-LOT-SUB

           IF WS-LOT-MOEDA(WS-LOT-IDX) = WS-MOEDA-BAIXA
               AND WS-LOT-RESTANTE(WS-LOT-IDX) > ZEROS
               ADD WS-LOT-RESTANTE(WS-LOT-IDX) TO WS-QTDE-ABERTA
               COMPUTE WS-CUSTO-ABERTO = WS-CUSTO-ABERTO

           SET WS-LOT-IDX TO WS-LOT-SUB

           IF WS-LOT-MOEDA(WS-LOT-IDX) NOT = WS-MOEDA-BAIXA
               OR WS-LOT-RESTANTE(WS-LOT-IDX) = ZEROS
               GO TO 3310-REDUCE-ONE-LOT-EXIT
           END-IF
               SEARCH WS-REA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REA-MOEDA(WS-REA-IDX) = WS-MOEDA-BAIXA
                       MOVE 'S' TO WS-REA-ACHOU
               END-SEARCH
           END-IF
               IF WS-REA-COUNT < 20
                   ADD 1 TO WS-REA-COUNT
                   SET WS-REA-IDX TO WS-REA-COUNT
                   MOVE WS-MOEDA-BAIXA TO WS-REA-MOEDA(WS-REA-IDX)
                   MOVE ZEROS    TO WS-REA-VALOR(WS-REA-IDX)
               ELSE
                   DISPLAY 'TABELA DE RESULTADOS CHEIA -- '
                       WS-MOEDA-BAIXA ' FORA DO EXTRATO REALIZADO'
                   GO TO 3400-ACCUM-REALIZED-EXIT
               END-IF
           END-IF

           DISPLAY 'LOTES NOVOS:       ' WS-QTDE-LOTES-NOVOS
           DISPLAY 'BAIXAS CUSTEADAS:  ' WS-QTDE-BAIXAS
           DISPLAY 'TERMOS LIQUIDADOS: ' WS-QTDE-TERMOS
           DISPLAY 'RESULTADO REALIZADO: ' WS-TOTAL-REALIZADO

           MOVE 'FXLOTUPD'          TO CT-PROGRAM-ID
           END-IF
           IF WS-TRN-STATUS = '00'
               CLOSE FX-TRANSACTION-FILE
           END-IF

      *    THE SETTLEMENT FEED IS CONSUMED -- ITS LOTS AND RELIEFS ARE
      *    NOW ON FXLOTS AND A RERUN MUST NOT APPLY THEM AGAIN
           IF WS-FL-ABERTO
               CLOSE FX-SETTLEMENT-FILE
               OPEN OUTPUT FX-SETTLEMENT-FILE
               CLOSE FX-SETTLEMENT-FILE
           END-IF.

       4000-FINALIZE-EXIT.

       8200-READ-CONVERSION-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-SETTLEMENT
      ******************************************************************
       8300-READ-SETTLEMENT.

           READ FX-SETTLEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-FL-EOF-SWITCH
           END-READ.

       8300-READ-SETTLEMENT-EXIT.
           EXIT.
