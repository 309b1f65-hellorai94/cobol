      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE LICENSE PLATE
      *               (VH-PLACA, RECORD 22 TO 29) MULTAPRC USES TO TIE
      *               A TRAFFIC FINE TO THE VEHICLE -- LAYOUT ONLY.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE IPVA,
      *               LICENCIAMENTO AND INSURANCE DUE DATES AND
      *               AMOUNTS VEHDOCS KEEPS (RECORD 29 TO 74) --
      *               LAYOUT ONLY.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE VEHICLE GROUP
      *               (VH-GRUPO, RECORD 74 TO 76) GUANA14 PRICES
      *               RENTALS BY -- LAYOUT ONLY.
      * 15-10-26 MRT  REPLACEMENT-CANDIDATE REPORT (VEHRPLRP): EACH
      *               ACTIVE VEHICLE SCORES ONE POINT FOR EACH LIMIT IT
      *               PASSES -- AGE, ACCUMULATED VEHMILE KM, CLOSED
      *               WORK-ORDER COST OF THE LAST 12 MONTHS, AND
      *               COST/KM RISE OVER THE LAST RUN -- AND IS RANKED
      *               BY SCORE THEN COST/KM. EACH RUN'S COST/KM GOES TO
      *               THE NEW VEHTCOHS HISTORY FOR THE NEXT TREND. A
      *               VEHICLE VEHBAIXA DISPOSED OF IS NOT RANKED AND
      *               STOPS DEPRECIATING AT ITS DISPOSAL DATE.
      *               VEHMAST 76 TO 94.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHTCO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TCO-HISTORY-FILE ASSIGN TO "VEHTCOHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.

           SELECT REPLACEMENT-REPORT-FILE ASSIGN TO "VEHRPLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUEL-CARD-FILE
      * BOUGHT AND FOR HOW MUCH, THE DEPRECIATION INPUTS
      *-----------------------------------------------------------------
       FD  VEHICLE-MASTER-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  VEHICLE-MASTER-RECORD.
           05  VH-VEHICLE-ID       PIC X(05).
           05  VH-DATA-AQUISICAO   PIC 9(08).
           05  VH-VALOR-AQUISICAO  PIC 9(07)V99.
           05  VH-PLACA            PIC X(07).
           05  VH-IPVA-VENCIMENTO  PIC 9(08).
           05  VH-IPVA-VALOR       PIC 9(05)V99.
           05  VH-LICENC-VENCIMENTO PIC 9(08).
           05  VH-LICENC-VALOR     PIC 9(05)V99.
           05  VH-SEGURO-VENCIMENTO PIC 9(08).
           05  VH-SEGURO-VALOR     PIC 9(05)V99.
           05  VH-GRUPO            PIC X(02).
           05  VH-SITUACAO         PIC X(01).
               88  VH-BAIXADO                VALUE 'B'.
           05  VH-DATA-BAIXA       PIC 9(08).
           05  VH-VALOR-VENDA      PIC 9(07)V99.

       FD  TCO-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TCO-REPORT-LINE         PIC X(80).

      *-----------------------------------------------------------------
      * TCO-HISTORY-FILE -- ONE LINE PER VEHICLE PER RUN, APPENDED;
      * THE LATEST LINE BEFORE TODAY IS THE TREND BASE
      *-----------------------------------------------------------------
       FD  TCO-HISTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  TCO-HISTORY-RECORD.
           05  HS-VEHICLE-ID       PIC X(05).
           05  HS-DATA             PIC 9(08).
           05  HS-CUSTO-KM         PIC 9(05)V99.

       FD  REPLACEMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPLACEMENT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-FC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-HS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPL-STATUS           PIC X(02) VALUE SPACES.

       77  WS-FC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FC-END-OF-FILE            VALUE 'Y'.
           88  WS-WO-END-OF-FILE            VALUE 'Y'.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE            VALUE 'Y'.
       77  WS-HS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-HS-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * PER-VEHICLE COST ROLLUP
               10  WS-VEH-DEPRECIACAO  PIC 9(09)V99.
               10  WS-VEH-KM           PIC 9(07)V99.
               10  WS-VEH-CUSTO-KM     PIC 9(05)V99.
               10  WS-VEH-MANUT-12M    PIC 9(09)V99.
               10  WS-VEH-IDADE-MESES  PIC 9(05).
               10  WS-VEH-SITUACAO     PIC X(01).
                   88  WS-VEH-BAIXADO            VALUE 'B'.
               10  WS-VEH-DATA-ANT     PIC 9(08).
               10  WS-VEH-CUSTO-KM-ANT PIC 9(05)V99.
               10  WS-VEH-PONTOS       PIC 9(01).
               10  WS-VEH-CRITERIOS    PIC X(04).
               10  WS-VEH-LISTADO      PIC X(01).
                   88  WS-VEH-JA-LISTADO         VALUE 'S'.

       77  WS-VEH-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-VEH-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-INT-HOJE             PIC 9(07) VALUE ZEROS.
       77  WS-INT-AQUISICAO        PIC 9(07) VALUE ZEROS.
       77  WS-INT-FIM-POSSE        PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPLACEMENT LIMITS -- ONE POINT PER LIMIT PASSED; TWO OR MORE
      * POINTS RECOMMEND REPLACING THE VEHICLE, ONE PUTS IT ON WATCH
      *-----------------------------------------------------------------
       77  WS-LIM-IDADE-MESES      PIC 9(03) VALUE 48.
       77  WS-LIM-KM               PIC 9(07) VALUE 150000.
       77  WS-LIM-MANUT-12M        PIC 9(07)V99 VALUE 8000.00.
       77  WS-LIM-TENDENCIA-PCT    PIC 9(03) VALUE 10.
       77  WS-PONTOS-SUBSTITUIR    PIC 9(01) VALUE 2.
       77  WS-DATA-CORTE-12M       PIC 9(08) VALUE ZEROS.
       77  WS-INT-CORTE-12M        PIC 9(07) VALUE ZEROS.
       77  WS-CUSTO-KM-LIMITE      PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTDE-SUBSTITUIR      PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-OBSERVAR        PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-HISTORICO       PIC 9(05) VALUE ZEROS.
       77  WS-CHAVE-RANKING        PIC 9(06)V99 VALUE ZEROS.
       77  WS-MAIOR-CHAVE          PIC S9(06)V99 VALUE ZEROS.
       77  WS-LIM-IDADE-EDIT       PIC ZZ9.
       77  WS-LIM-KM-EDIT          PIC Z(06)9.
       77  WS-LIM-MANUT-EDIT       PIC Z(06)9.99.
       77  WS-LIM-TENDENCIA-EDIT   PIC ZZ9.

      *-----------------------------------------------------------------
      * WORST-FIRST RANKING WORK FIELDS
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-CUSTO-KM      PIC Z(03)9.99.

       01  WS-RPL-COLUNAS.
           05  FILLER              PIC X(07) VALUE 'VEIC'.
           05  FILLER              PIC X(06) VALUE 'MESES'.
           05  FILLER              PIC X(09) VALUE 'KM ACUM'.
           05  FILLER              PIC X(12) VALUE 'MANUT 12M'.
           05  FILLER              PIC X(09) VALUE 'CUSTO/KM'.
           05  FILLER              PIC X(09) VALUE 'ANTERIOR'.
           05  FILLER              PIC X(06) VALUE 'CRIT'.
           05  FILLER              PIC X(20) VALUE 'RECOMENDACAO'.

       01  WS-RPL-DETALHE.
           05  WS-RR-VEH-ID        PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RR-IDADE         PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-KM            PIC Z(06)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-MANUT         PIC Z(06)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-CUSTO-KM      PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-CUSTO-ANT     PIC ZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-CRITERIOS     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-RECOMENDACAO  PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-INT-CORTE-12M = WS-INT-HOJE - 365
           COMPUTE WS-DATA-CORTE-12M =
               FUNCTION DATE-OF-INTEGER(WS-INT-CORTE-12M)

           OPEN INPUT VEHICLE-MILEAGE-FILE
           OPEN OUTPUT TCO-REPORT-FILE

      ******************************************************************
      * 3000-ROLL-MAINTENANCE-COST -- ONLY CLOSED ORDERS HAVE A REAL
      * COST FIGURE; ONE CLOSED IN THE LAST 12 MONTHS ALSO COUNTS
      * TOWARD THE REPLACEMENT LIMIT
      ******************************************************************
       3000-ROLL-MAINTENANCE-COST.

               IF WS-VEH-ENCONTROU
                   ADD WS-VALOR-LANCADO
                       TO WS-VEH-MANUTENCAO(WS-VEH-IDX)
                   IF WO-DATA-FECHAMENTO NOT < WS-DATA-CORTE-12M
                       ADD WS-VALOR-LANCADO
                           TO WS-VEH-MANUT-12M(WS-VEH-IDX)
                   END-IF
               END-IF
           END-IF


      ******************************************************************
      * 4000-ROLL-DEPRECIATION -- STRAIGHT LINE OVER THE FLEET LIFE,
      * CHARGED FOR THE MONTHS HELD SO FAR; A DISPOSED VEHICLE WAS
      * HELD ONLY UNTIL ITS DISPOSAL DATE
      ******************************************************************
       4000-ROLL-DEPRECIATION.

               GO TO 4000-ROLL-DEPRECIATION-NEXT
           END-IF

           MOVE VH-SITUACAO TO WS-VEH-SITUACAO(WS-VEH-IDX)
           IF VH-BAIXADO
               COMPUTE WS-INT-FIM-POSSE =
                   FUNCTION INTEGER-OF-DATE(VH-DATA-BAIXA)
           ELSE
               MOVE WS-INT-HOJE TO WS-INT-FIM-POSSE
           END-IF

           COMPUTE WS-INT-AQUISICAO =
               FUNCTION INTEGER-OF-DATE(VH-DATA-AQUISICAO)
           COMPUTE WS-MESES-POSSE =
               (WS-INT-FIM-POSSE - WS-INT-AQUISICAO) / 30
           MOVE WS-MESES-POSSE TO WS-VEH-IDADE-MESES(WS-VEH-IDX)
           IF WS-MESES-POSSE > WS-VIDA-MESES
               MOVE WS-VIDA-MESES TO WS-MESES-POSSE
           END-IF
                                 WS-VEH-DEPRECIACAO(WS-VEH-IDX)
                                 WS-VEH-KM(WS-VEH-IDX)
                                 WS-VEH-CUSTO-KM(WS-VEH-IDX)
                                 WS-VEH-MANUT-12M(WS-VEH-IDX)
                                 WS-VEH-IDADE-MESES(WS-VEH-IDX)
                                 WS-VEH-DATA-ANT(WS-VEH-IDX)
                                 WS-VEH-CUSTO-KM-ANT(WS-VEH-IDX)
                                 WS-VEH-PONTOS(WS-VEH-IDX)
                   MOVE SPACES TO WS-VEH-SITUACAO(WS-VEH-IDX)
                                  WS-VEH-CRITERIOS(WS-VEH-IDX)
                                  WS-VEH-LISTADO(WS-VEH-IDX)
                   MOVE 'S' TO WS-VEH-ACHOU
               ELSE
                   DISPLAY 'TABELA DE VEICULOS CHEIA -- '

      ******************************************************************
      * 5000-FINALIZE -- FETCH EACH VEHICLE'S KILOMETERS, COMPUTE
      * COST-PER-KM, RANK THE REPLACEMENT CANDIDATES, LOG THE RUN TO
      * THE HISTORY AND PRINT WORST-FIRST (THE WORST-FIRST PASS USES
      * UP THE TABLE, SO IT GOES LAST)
      ******************************************************************
       5000-FINALIZE.

               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           PERFORM 5300-LOAD-COST-HISTORY
               THRU 5300-LOAD-COST-HISTORY-EXIT

           PERFORM 5400-SCORE-ONE-VEHICLE
               THRU 5400-SCORE-ONE-VEHICLE-EXIT
               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           PERFORM 5500-REPORT-REPLACEMENT
               THRU 5500-REPORT-REPLACEMENT-EXIT

           PERFORM 5600-APPEND-COST-HISTORY
               THRU 5600-APPEND-COST-HISTORY-EXIT

           PERFORM 5200-PRINT-WORST-FIRST
               THRU 5200-PRINT-WORST-FIRST-EXIT
               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           DISPLAY 'VEICULOS NO RELATORIO: ' WS-VEH-COUNT
           DISPLAY 'RECOMENDADOS SUBSTITUIR: ' WS-QTDE-SUBSTITUIR
           DISPLAY 'EM OBSERVACAO:           ' WS-QTDE-OBSERVAR
           DISPLAY 'HISTORICO GRAVADO:       ' WS-QTDE-HISTORICO

           MOVE 'VEHTCO'            TO CT-PROGRAM-ID
           MOVE 'VEICULOS'          TO CT-TOTAL-1-LABEL
           MOVE WS-VEH-COUNT        TO CT-TOTAL-1-VALOR
           MOVE 'A SUBSTITUIR'      TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-SUBSTITUIR  TO CT-TOTAL-2-VALOR
           MOVE 'EM OBSERVACAO'     TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-OBSERVAR    TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE VEHICLE-MILEAGE-FILE
       5210-SCAN-FOR-WORST-EXIT.
           EXIT.

      ******************************************************************
      * 5300-LOAD-COST-HISTORY -- THE TREND BASE OF EACH VEHICLE IS
      * ITS LATEST COST/KM LOGGED BEFORE TODAY; NO HISTORY YET MEANS
      * NO TREND POINT
      ******************************************************************
       5300-LOAD-COST-HISTORY.

           OPEN INPUT TCO-HISTORY-FILE
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM HISTORICO VEHTCOHS -- TENDENCIA '
                   'DO CUSTO/KM A PARTIR DESTA EXECUCAO'
               GO TO 5300-LOAD-COST-HISTORY-EXIT
           END-IF

           PERFORM 8300-READ-HISTORY
               THRU 8300-READ-HISTORY-EXIT
           PERFORM 5310-APPLY-ONE-HISTORY
               THRU 5310-APPLY-ONE-HISTORY-EXIT
               UNTIL WS-HS-END-OF-FILE

           CLOSE TCO-HISTORY-FILE.

       5300-LOAD-COST-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 5310-APPLY-ONE-HISTORY -- A VEHICLE NO LONGER IN THE TABLE
      * IS SKIPPED, NOT ADDED
      ******************************************************************
       5310-APPLY-ONE-HISTORY.

           IF HS-DATA NOT < WS-DATA-HOJE
               GO TO 5310-APPLY-ONE-HISTORY-NEXT
           END-IF

           MOVE HS-VEHICLE-ID TO WS-VEH-CANDIDATO
           MOVE 'N' TO WS-VEH-ACHOU
           PERFORM 6010-SCAN-ONE-VEHICLE
               THRU 6010-SCAN-ONE-VEHICLE-EXIT
               VARYING WS-VEH-SUB2 FROM 1 BY 1
               UNTIL WS-VEH-SUB2 > WS-VEH-COUNT
                   OR WS-VEH-ENCONTROU

           IF WS-VEH-ENCONTROU
               AND HS-DATA NOT < WS-VEH-DATA-ANT(WS-VEH-IDX)
               MOVE HS-DATA     TO WS-VEH-DATA-ANT(WS-VEH-IDX)
               MOVE HS-CUSTO-KM TO WS-VEH-CUSTO-KM-ANT(WS-VEH-IDX)
           END-IF.

       5310-APPLY-ONE-HISTORY-NEXT.

           PERFORM 8300-READ-HISTORY
               THRU 8300-READ-HISTORY-EXIT.

       5310-APPLY-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 5400-SCORE-ONE-VEHICLE -- ONE POINT PER LIMIT PASSED, WITH A
      * LETTER NAMING IT: I(DADE), K(M), M(ANUTENCAO), T(ENDENCIA)
      ******************************************************************
       5400-SCORE-ONE-VEHICLE.

           SET WS-VEH-IDX TO WS-VEH-SUB

           MOVE ZEROS  TO WS-VEH-PONTOS(WS-VEH-IDX)
           MOVE SPACES TO WS-VEH-CRITERIOS(WS-VEH-IDX)

           IF WS-VEH-BAIXADO(WS-VEH-IDX)
               GO TO 5400-SCORE-ONE-VEHICLE-EXIT
           END-IF

           IF WS-VEH-IDADE-MESES(WS-VEH-IDX) NOT < WS-LIM-IDADE-MESES
               ADD 1 TO WS-VEH-PONTOS(WS-VEH-IDX)
               MOVE 'I' TO WS-VEH-CRITERIOS(WS-VEH-IDX)(1:1)
           END-IF

           IF WS-VEH-KM(WS-VEH-IDX) NOT < WS-LIM-KM
               ADD 1 TO WS-VEH-PONTOS(WS-VEH-IDX)
               MOVE 'K' TO WS-VEH-CRITERIOS(WS-VEH-IDX)(2:1)
           END-IF

           IF WS-VEH-MANUT-12M(WS-VEH-IDX) NOT < WS-LIM-MANUT-12M
               ADD 1 TO WS-VEH-PONTOS(WS-VEH-IDX)
               MOVE 'M' TO WS-VEH-CRITERIOS(WS-VEH-IDX)(3:1)
           END-IF

           IF WS-VEH-CUSTO-KM-ANT(WS-VEH-IDX) > ZEROS
               COMPUTE WS-CUSTO-KM-LIMITE ROUNDED =
                   WS-VEH-CUSTO-KM-ANT(WS-VEH-IDX)
                   * (100 + WS-LIM-TENDENCIA-PCT) / 100
               IF WS-VEH-CUSTO-KM(WS-VEH-IDX) > WS-CUSTO-KM-LIMITE
                   ADD 1 TO WS-VEH-PONTOS(WS-VEH-IDX)
                   MOVE 'T' TO WS-VEH-CRITERIOS(WS-VEH-IDX)(4:1)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-VEH-PONTOS(WS-VEH-IDX) NOT < WS-PONTOS-SUBSTITUIR
                   ADD 1 TO WS-QTDE-SUBSTITUIR
               WHEN WS-VEH-PONTOS(WS-VEH-IDX) > ZEROS
                   ADD 1 TO WS-QTDE-OBSERVAR
           END-EVALUATE.

       5400-SCORE-ONE-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 5500-REPORT-REPLACEMENT -- EVERY ACTIVE VEHICLE, HIGHEST SCORE
      * FIRST AND WORST COST/KM FIRST WITHIN A SCORE
      ******************************************************************
       5500-REPORT-REPLACEMENT.

           OPEN OUTPUT REPLACEMENT-REPORT-FILE

           MOVE 'VEHTCO' TO RH-PROGRAM-ID
           MOVE 1        TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE REPLACEMENT-REPORT-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO REPLACEMENT-REPORT-LINE
           STRING 'CANDIDATOS A SUBSTITUICAO DA FROTA'
               DELIMITED BY SIZE INTO REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE FROM WS-RPL-COLUNAS

           PERFORM 5510-PRINT-NEXT-CANDIDATE
               THRU 5510-PRINT-NEXT-CANDIDATE-EXIT
               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           MOVE SPACES TO REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE
           MOVE WS-LIM-IDADE-MESES   TO WS-LIM-IDADE-EDIT
           MOVE WS-LIM-KM            TO WS-LIM-KM-EDIT
           MOVE WS-LIM-MANUT-12M     TO WS-LIM-MANUT-EDIT
           MOVE WS-LIM-TENDENCIA-PCT TO WS-LIM-TENDENCIA-EDIT
           MOVE SPACES TO REPLACEMENT-REPORT-LINE
           STRING '  LIMITES: I IDADE >= ' WS-LIM-IDADE-EDIT
               ' MESES  K KM >= ' WS-LIM-KM-EDIT
               '  M MANUT 12M >= ' WS-LIM-MANUT-EDIT
               DELIMITED BY SIZE INTO REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE
           MOVE SPACES TO REPLACEMENT-REPORT-LINE
           STRING '           T CUSTO/KM SUBIU MAIS DE '
               WS-LIM-TENDENCIA-EDIT '% SOBRE A EXECUCAO ANTERIOR'
               DELIMITED BY SIZE INTO REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE
           MOVE SPACES TO REPLACEMENT-REPORT-LINE
           STRING '  RECOMENDA SUBSTITUIR: ' WS-QTDE-SUBSTITUIR
               '   EM OBSERVACAO: ' WS-QTDE-OBSERVAR
               DELIMITED BY SIZE INTO REPLACEMENT-REPORT-LINE
           WRITE REPLACEMENT-REPORT-LINE

           CLOSE REPLACEMENT-REPORT-FILE.

       5500-REPORT-REPLACEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 5510-PRINT-NEXT-CANDIDATE -- SELECTION PASS ON SCORE, THEN
      * COST/KM; THE PRINTED VEHICLE IS FLAGGED, NOT CLEARED, SO THE
      * TABLE STAYS WHOLE FOR THE HISTORY AND WORST-FIRST PASSES
      ******************************************************************
       5510-PRINT-NEXT-CANDIDATE.

           MOVE ZEROS TO WS-MAIOR-SUB
           MOVE -1    TO WS-MAIOR-CHAVE

           PERFORM 5520-SCAN-FOR-CANDIDATE
               THRU 5520-SCAN-FOR-CANDIDATE-EXIT
               VARYING WS-VEH-SUB2 FROM 1 BY 1
               UNTIL WS-VEH-SUB2 > WS-VEH-COUNT

           IF WS-MAIOR-SUB = ZEROS
               GO TO 5510-PRINT-NEXT-CANDIDATE-EXIT
           END-IF

           SET WS-VEH-IDX TO WS-MAIOR-SUB
           MOVE 'S' TO WS-VEH-LISTADO(WS-VEH-IDX)

           MOVE SPACES TO WS-RPL-DETALHE
           MOVE WS-VEH-ID(WS-VEH-IDX)           TO WS-RR-VEH-ID
           MOVE WS-VEH-IDADE-MESES(WS-VEH-IDX)  TO WS-RR-IDADE
           MOVE WS-VEH-KM(WS-VEH-IDX)           TO WS-RR-KM
           MOVE WS-VEH-MANUT-12M(WS-VEH-IDX)    TO WS-RR-MANUT
           MOVE WS-VEH-CUSTO-KM(WS-VEH-IDX)     TO WS-RR-CUSTO-KM
           MOVE WS-VEH-CUSTO-KM-ANT(WS-VEH-IDX) TO WS-RR-CUSTO-ANT
           MOVE WS-VEH-CRITERIOS(WS-VEH-IDX)    TO WS-RR-CRITERIOS

           EVALUATE TRUE
               WHEN WS-VEH-PONTOS(WS-VEH-IDX) NOT < WS-PONTOS-SUBSTITUIR
                   MOVE 'RECOMENDA SUBSTITUIR' TO WS-RR-RECOMENDACAO
               WHEN WS-VEH-PONTOS(WS-VEH-IDX) > ZEROS
                   MOVE 'OBSERVAR'             TO WS-RR-RECOMENDACAO
               WHEN OTHER
                   MOVE SPACES                 TO WS-RR-RECOMENDACAO
           END-EVALUATE

           WRITE REPLACEMENT-REPORT-LINE FROM WS-RPL-DETALHE.

       5510-PRINT-NEXT-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 5520-SCAN-FOR-CANDIDATE
      ******************************************************************
       5520-SCAN-FOR-CANDIDATE.

           SET WS-VEH-IDX TO WS-VEH-SUB2

           IF WS-VEH-BAIXADO(WS-VEH-IDX)
               OR WS-VEH-JA-LISTADO(WS-VEH-IDX)
               GO TO 5520-SCAN-FOR-CANDIDATE-EXIT
           END-IF

           COMPUTE WS-CHAVE-RANKING =
               WS-VEH-PONTOS(WS-VEH-IDX) * 100000
           ADD WS-VEH-CUSTO-KM(WS-VEH-IDX) TO WS-CHAVE-RANKING

           IF WS-CHAVE-RANKING > WS-MAIOR-CHAVE
               MOVE WS-CHAVE-RANKING TO WS-MAIOR-CHAVE
               MOVE WS-VEH-SUB2      TO WS-MAIOR-SUB
           END-IF.

       5520-SCAN-FOR-CANDIDATE-EXIT.
           EXIT.

      ******************************************************************
      * 5600-APPEND-COST-HISTORY -- LOG THIS RUN'S COST/KM OF EVERY
      * ACTIVE VEHICLE WITH KILOMETERS AS THE NEXT RUN'S TREND BASE
      ******************************************************************
       5600-APPEND-COST-HISTORY.

           OPEN EXTEND TCO-HISTORY-FILE
           IF WS-HS-STATUS NOT = '00'
               OPEN OUTPUT TCO-HISTORY-FILE
           END-IF

           PERFORM 5610-WRITE-ONE-HISTORY
               THRU 5610-WRITE-ONE-HISTORY-EXIT
               VARYING WS-VEH-SUB FROM 1 BY 1
               UNTIL WS-VEH-SUB > WS-VEH-COUNT

           CLOSE TCO-HISTORY-FILE.

       5600-APPEND-COST-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 5610-WRITE-ONE-HISTORY
      ******************************************************************
       5610-WRITE-ONE-HISTORY.

           SET WS-VEH-IDX TO WS-VEH-SUB

           IF WS-VEH-BAIXADO(WS-VEH-IDX)
               OR WS-VEH-KM(WS-VEH-IDX) = ZEROS
               GO TO 5610-WRITE-ONE-HISTORY-EXIT
           END-IF

           MOVE WS-VEH-ID(WS-VEH-IDX)       TO HS-VEHICLE-ID
           MOVE WS-DATA-HOJE                TO HS-DATA
           MOVE WS-VEH-CUSTO-KM(WS-VEH-IDX) TO HS-CUSTO-KM
           WRITE TCO-HISTORY-RECORD

           ADD 1 TO WS-QTDE-HISTORICO.

       5610-WRITE-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-FUEL
      ******************************************************************

       8200-READ-VEHICLE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-HISTORY
      ******************************************************************
       8300-READ-HISTORY.

           READ TCO-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HS-EOF-SWITCH
           END-READ.

       8300-READ-HISTORY-EXIT.
           EXIT.
