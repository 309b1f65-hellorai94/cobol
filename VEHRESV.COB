      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE LICENSE PLATE
      *               (VH-PLACA, RECORD 22 TO 29) MULTAPRC USES TO TIE
      *               A TRAFFIC FINE TO THE VEHICLE -- LAYOUT ONLY.
      * 15-10-26 MRT  VEHMAST NOW CARRIES THE IPVA, LICENCIAMENTO AND
      *               INSURANCE DUE DATES VEHDOCS KEEPS (RECORD 29 TO
      *               74). A RESERVATION RUNNING PAST THE DUE DATE OF
      *               ANY OF THEM IS REJECTED ONTO RESVREJ NAMING THE
      *               DOCUMENT; A ZERO DATE (NOT YET KEYED) IS NOT
      *               ENFORCED.
      * 15-10-26 MRT  RENTALS ARE NOW BILLED THROUGH ACCOUNTS
      *               RECEIVABLE, SO A RESERVATION NAMES ITS CUSTOMER
      *               (RT-CUSTOMER-ID, RESVTRAN 30 TO 36). A REQUEST
      *               WITH NO CUSTOMER, OR FOR A CUSTOMER ARAGING HAS
      *               PUT ON THE CREDHOLD CREDIT-HOLD FILE, IS REJECTED
      *               ONTO RESVREJ. NO CREDHOLD FILE MEANS NO HOLDS.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE VEHICLE GROUP
      *               (VH-GRUPO, RECORD 74 TO 76) GUANA14 PRICES
      *               RENTALS BY -- LAYOUT ONLY.
      * 15-10-26 MRT  A VEHICLE VEHBAIXA HAS DISPOSED OF IS REJECTED
      *               AS 'VEICULO BAIXADO' AND LEAVES THE FLEET COUNT
      *               OF THE AVAILABILITY REPORT FROM ITS DISPOSAL
      *               DATE ON. VEHMAST 76 TO 94.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHRESV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UT-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * KEYED BY THE VEHICLE AND THE DATE RANGE IT WANTS
      *-----------------------------------------------------------------
       FD  RESERVATION-TRAN-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  RESERVATION-TRAN-RECORD.
           05  RT-VEHICLE-ID           PIC X(05).
           05  RT-CONTRATO-ID          PIC X(06).
           05  RT-DATA-INICIO          PIC 9(08).
           05  RT-DATA-FIM             PIC 9(08).
           05  FILLER                  PIC X(03).
           05  RT-CUSTOMER-ID          PIC X(06).

      *-----------------------------------------------------------------
      * RESERVATION-FILE -- THE CALENDAR ITSELF: ONE RECORD PER
           05  FILLER                  PIC X(03).

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

       FD  WORK-ORDER-FILE.
           COPY WORKORD.
           RECORD CONTAINS 80 CHARACTERS.
       01  UTILIZATION-LINE            PIC X(80).

       FD  CREDIT-HOLD-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  CREDIT-HOLD-RECORD.
           05  CH-CUSTOMER-ID          PIC X(06).
           05  CH-VALOR-VENCIDO        PIC 9(09)V99.

       WORKING-STORAGE SECTION.

       77  WS-RT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RJ-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-UT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CH-STATUS            PIC X(02) VALUE SPACES.

       77  WS-RT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RT-END-OF-FILE             VALUE 'Y'.
           88  WS-RV-END-OF-FILE             VALUE 'Y'.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE             VALUE 'Y'.
       77  WS-CH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CH-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * CREDIT-HOLD TABLE -- CUSTOMERS ARAGING PUT ON HOLD, LOADED AT
      * STARTUP; NO CREDHOLD FILE MEANS NO HOLDS
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-HLD-IDX.
               10  WS-HLD-CUSTOMER-ID  PIC X(06).

       77  WS-HLD-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CLIENTE-RETIDO-SW    PIC X(01) VALUE 'N'.
           88  WS-CLIENTE-RETIDO             VALUE 'S'.

      *-----------------------------------------------------------------
      * THE FLEET -- MAINTENANCE STATE RESOLVED ONCE AT STARTUP AND
               10  WS-FLT-MANUT        PIC X(01).
                   88  WS-FLT-EM-MANUTENCAO  VALUE 'S'.
               10  WS-FLT-DIAS-RESV    PIC 9(03).
               10  WS-FLT-IPVA         PIC 9(08).
               10  WS-FLT-LICENC       PIC 9(08).
               10  WS-FLT-SEGURO       PIC 9(08).
               10  WS-FLT-BAIXA        PIC 9(08).

       77  WS-FLT-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-FLT-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-RESV-DIA        PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-MANUT-DIA       PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-LIVRE-DIA       PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-FROTA-DIA       PIC 9(03) VALUE ZEROS.
       77  WS-VEICULO-OCUPADO-SW   PIC X(01) VALUE 'N'.
           88  WS-VEICULO-OCUPADO            VALUE 'S'.
       77  WS-PCT-UTILIZACAO       PIC 9(03)V9 VALUE ZEROS.
                   'SERA CRIADO NESTA EXECUCAO'
           END-IF

           PERFORM 1400-LOAD-CREDIT-HOLDS
               THRU 1400-LOAD-CREDIT-HOLDS-EXIT

           OPEN OUTPUT RESERVATION-REJECT-FILE
           MOVE 'VEHRESV' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
               MOVE VH-VEHICLE-ID TO WS-FLT-ID(WS-FLT-IDX)
               MOVE 'N'           TO WS-FLT-MANUT(WS-FLT-IDX)
               MOVE ZEROS         TO WS-FLT-DIAS-RESV(WS-FLT-IDX)
               MOVE VH-IPVA-VENCIMENTO   TO WS-FLT-IPVA(WS-FLT-IDX)
               MOVE VH-LICENC-VENCIMENTO TO WS-FLT-LICENC(WS-FLT-IDX)
               MOVE VH-SEGURO-VENCIMENTO TO WS-FLT-SEGURO(WS-FLT-IDX)
               IF VH-BAIXADO
                   MOVE VH-DATA-BAIXA TO WS-FLT-BAIXA(WS-FLT-IDX)
               ELSE
                   MOVE ZEROS         TO WS-FLT-BAIXA(WS-FLT-IDX)
               END-IF
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' IGNORADO'
           EXIT.

      ******************************************************************
      * 1400-LOAD-CREDIT-HOLDS -- READ ARAGING'S CREDHOLD EXTRACT INTO
      * THE HOLD TABLE
      ******************************************************************
       1400-LOAD-CREDIT-HOLDS.

           MOVE SPACES TO WS-HOLD-TABLE

           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CREDHOLD -- NENHUM '
                   'CLIENTE BLOQUEADO NESTA EXECUCAO'
               GO TO 1400-LOAD-CREDIT-HOLDS-EXIT
           END-IF

           PERFORM 8300-READ-CREDIT-HOLD
               THRU 8300-READ-CREDIT-HOLD-EXIT
           PERFORM 1410-STORE-CREDIT-HOLD
               THRU 1410-STORE-CREDIT-HOLD-EXIT
               UNTIL WS-CH-END-OF-FILE

           CLOSE CREDIT-HOLD-FILE.

       1400-LOAD-CREDIT-HOLDS-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-CREDIT-HOLD
      ******************************************************************
       1410-STORE-CREDIT-HOLD.

           IF WS-HLD-COUNT < 200
               ADD 1 TO WS-HLD-COUNT
               SET WS-HLD-IDX TO WS-HLD-COUNT
               MOVE CH-CUSTOMER-ID TO WS-HLD-CUSTOMER-ID(WS-HLD-IDX)
           ELSE
               DISPLAY 'TABELA DE BLOQUEIOS CHEIA -- CLIENTE '
                   CH-CUSTOMER-ID ' IGNORADO'
           END-IF

           PERFORM 8300-READ-CREDIT-HOLD
               THRU 8300-READ-CREDIT-HOLD-EXIT.

       1410-STORE-CREDIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-REQUEST -- CUSTOMER, FLEET ID, DISPOSAL,
      * MAINTENANCE, DATES, VEHICLE DOCUMENTS AND OVERLAP, IN THAT
      * ORDER; THE FIRST FAILURE REJECTS
      ******************************************************************
       2000-PROCESS-ONE-REQUEST.

           IF RT-CUSTOMER-ID = SPACES
               MOVE 'SEM CLIENTE'         TO WS-MOTIVO-REJEICAO
               PERFORM 2900-REJECT-REQUEST
                   THRU 2900-REJECT-REQUEST-EXIT
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           PERFORM 2050-CHECK-CREDIT-HOLD
               THRU 2050-CHECK-CREDIT-HOLD-EXIT

           IF WS-CLIENTE-RETIDO
               MOVE 'CLIENTE BLOQUEADO'   TO WS-MOTIVO-REJEICAO
               PERFORM 2900-REJECT-REQUEST
                   THRU 2900-REJECT-REQUEST-EXIT
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           MOVE 'N' TO WS-FLT-ACHOU
           IF WS-FLT-COUNT > ZEROS
               SET WS-FLT-IDX TO 1
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           IF WS-FLT-BAIXA(WS-FLT-IDX) > ZEROS
               MOVE 'VEICULO BAIXADO'     TO WS-MOTIVO-REJEICAO
               PERFORM 2900-REJECT-REQUEST
                   THRU 2900-REJECT-REQUEST-EXIT
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           IF WS-FLT-EM-MANUTENCAO(WS-FLT-IDX)
               MOVE 'EM MANUTENCAO'       TO WS-MOTIVO-REJEICAO
               PERFORM 2900-REJECT-REQUEST
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           PERFORM 2100-CHECK-DOCUMENTS
               THRU 2100-CHECK-DOCUMENTS-EXIT

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM 2900-REJECT-REQUEST
                   THRU 2900-REJECT-REQUEST-EXIT
               GO TO 2000-PROCESS-ONE-REQUEST-NEXT
           END-IF

           MOVE 'N' TO WS-CONFLITO-SW
           PERFORM 2200-CHECK-OVERLAP
               THRU 2200-CHECK-OVERLAP-EXIT
       2000-PROCESS-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHECK-CREDIT-HOLD -- A CUSTOMER WITH OVERDUE RECEIVABLES
      * GETS NO NEW RENTAL UNTIL THE CREDIT DESK CLEARS THE HOLD
      ******************************************************************
       2050-CHECK-CREDIT-HOLD.

           MOVE 'N' TO WS-CLIENTE-RETIDO-SW

           IF WS-HLD-COUNT = ZEROS
               GO TO 2050-CHECK-CREDIT-HOLD-EXIT
           END-IF

           SET WS-HLD-IDX TO 1
           SEARCH WS-HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HLD-CUSTOMER-ID(WS-HLD-IDX) = RT-CUSTOMER-ID
                   MOVE 'S' TO WS-CLIENTE-RETIDO-SW
           END-SEARCH.

       2050-CHECK-CREDIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-DOCUMENTS -- THE CAR CANNOT BE OUT ON A DAY ITS
      * IPVA, LICENCIAMENTO OR INSURANCE HAS LAPSED; A ZERO DUE DATE
      * IS NOT YET KEYED AND IS NOT ENFORCED
      ******************************************************************
       2100-CHECK-DOCUMENTS.

           MOVE SPACES TO WS-MOTIVO-REJEICAO

           EVALUATE TRUE
               WHEN WS-FLT-IPVA(WS-FLT-IDX) > ZEROS
                   AND WS-FLT-IPVA(WS-FLT-IDX) < RT-DATA-FIM
                   MOVE 'DOC VENCIDO - IPVA'   TO WS-MOTIVO-REJEICAO
               WHEN WS-FLT-LICENC(WS-FLT-IDX) > ZEROS
                   AND WS-FLT-LICENC(WS-FLT-IDX) < RT-DATA-FIM
                   MOVE 'DOC VENCIDO - LICENC' TO WS-MOTIVO-REJEICAO
               WHEN WS-FLT-SEGURO(WS-FLT-IDX) > ZEROS
                   AND WS-FLT-SEGURO(WS-FLT-IDX) < RT-DATA-FIM
                   MOVE 'DOC VENCIDO - SEGURO' TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       2100-CHECK-DOCUMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-OVERLAP -- TWO RANGES ON THE SAME VEHICLE OVERLAP
      * WHEN EACH STARTS ON OR BEFORE THE OTHER ENDS
           MOVE ZEROS TO WS-QTDE-RESV-DIA
           MOVE ZEROS TO WS-QTDE-MANUT-DIA
           MOVE ZEROS TO WS-QTDE-LIVRE-DIA
           MOVE ZEROS TO WS-QTDE-FROTA-DIA

           PERFORM 4200-CHECK-ONE-VEHICLE
               THRU 4200-CHECK-ONE-VEHICLE-EXIT
               UNTIL WS-FLT-SUB > WS-FLT-COUNT

           MOVE WS-DATA-DIA       TO AV-DATA
           MOVE WS-QTDE-FROTA-DIA TO AV-FROTA
           MOVE WS-QTDE-RESV-DIA  TO AV-RESERVADOS
           MOVE WS-QTDE-MANUT-DIA TO AV-MANUTENCAO
           MOVE WS-QTDE-LIVRE-DIA TO AV-DISPONIVEIS

      ******************************************************************
      * 4200-CHECK-ONE-VEHICLE -- RESERVED BEATS MAINTENANCE IN THE
      * COUNT SO THE COLUMNS ALWAYS ADD BACK TO THE FLEET; A CAR IS
      * NO LONGER FLEET FROM THE DAY IT WAS DISPOSED OF
      ******************************************************************
       4200-CHECK-ONE-VEHICLE.

           SET WS-FLT-IDX TO WS-FLT-SUB

           IF WS-FLT-BAIXA(WS-FLT-IDX) > ZEROS
               AND WS-FLT-BAIXA(WS-FLT-IDX) NOT > WS-DATA-DIA
               GO TO 4200-CHECK-ONE-VEHICLE-EXIT
           END-IF

           ADD 1 TO WS-QTDE-FROTA-DIA

           MOVE 'N' TO WS-VEICULO-OCUPADO-SW
           PERFORM 4210-SCAN-DAY-RESERVATION
               THRU 4210-SCAN-DAY-RESERVATION-EXIT
           EXIT.

      ******************************************************************
      * 4300-REPORT-ONE-VEHICLE -- A CAR DISPOSED OF BEFORE THE MONTH
      * BEGAN HAS NO LINE
      ******************************************************************
       4300-REPORT-ONE-VEHICLE.

           SET WS-FLT-IDX TO WS-FLT-SUB

           IF WS-FLT-BAIXA(WS-FLT-IDX) > ZEROS
               AND WS-FLT-BAIXA(WS-FLT-IDX) NOT > WS-DATA-PRIMEIRO
               GO TO 4300-REPORT-ONE-VEHICLE-EXIT
           END-IF

           COMPUTE WS-PCT-UTILIZACAO ROUNDED =
               (WS-FLT-DIAS-RESV(WS-FLT-IDX) * 100)
               / WS-DIAS-NO-MES

       8200-READ-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CREDIT-HOLD
      ******************************************************************
       8300-READ-CREDIT-HOLD.

           READ CREDIT-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-CH-EOF-SWITCH
           END-READ.

       8300-READ-CREDIT-HOLD-EXIT.
           EXIT.
