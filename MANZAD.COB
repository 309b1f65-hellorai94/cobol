      *               TEMPO*VELOCIDADE ESTIMATE (WHICH REMAINS THE
      *               FALLBACK FOR LEGACY RECORDS WITH NO READINGS).
      *               REBUILD FLEETTRP AND VEHMILE WHEN PROMOTED.
      * 15-10-26 MRT  TRIPS NOW CARRY THE DEPARTURE TIME (FT-HORA-SAIDA,
      *               RECORD 42 TO 46, TRIPSUSP WITH IT) THAT MULTAPRC
      *               USES TO TIE A TRAFFIC FINE TO THE DRIVER, AND
      *               DRVMAST CARRIES THE CNH REGISTRATION AND EMPLOYEE
      *               ID (RECORD 35 TO 51). CNHEXPRP NOW ALSO LISTS
      *               EVERY DRIVER WHOSE LICENSE POINTS OVER THE LAST
      *               12 MONTHS (OFF THE MULTAMST FINE MASTER) ARE AT
      *               OR WITHIN 5 POINTS OF THE SUSPENSION LIMIT (20
      *               WITH TWO OR MORE GRAVISSIMA FINES, 30 WITH ONE,
      *               40 WITH NONE), WITH A POINTS/LIMIT COLUMN.
      * 15-10-26 MRT  A TRIP ON A VEHICLE WHOSE IPVA, LICENCIAMENTO OR
      *               INSURANCE HAD LAPSED ON THE TRIP DATE (DUE DATES
      *               NOW ON VEHMAST, KEPT BY VEHDOCS) IS HELD ON
      *               TRIPSUSP WITH A FLEETEXC LINE NAMING THE DOCUMENT
      *               AND MOVES NO KM. A ZERO DUE DATE IS NOT ENFORCED.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE VEHICLE GROUP
      *               (VH-GRUPO, RECORD 74 TO 76) GUANA14 PRICES
      *               RENTALS BY -- LAYOUT ONLY.
      * 15-10-26 MRT  A VEHICLE VEHBAIXA HAS DISPOSED OF TAKES NO MORE
      *               TRIPS: ONE DATED ON OR AFTER THE DISPOSAL GOES TO
      *               TRIPSUSP AS 'VEICULO BAIXADO', AND THE KM OF AN
      *               EARLIER ONE NO LONGER RAISES A SERVICE-DUE FLAG
      *               OR A WORK ORDER. VEHMAST 76 TO 94.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANZAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

           SELECT FINE-MASTER-FILE ASSIGN TO "MULTAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-AUTO
               FILE STATUS IS WS-MM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLEET-TRIP-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  FLEET-TRIP-RECORD.
           05  FT-VEHICLE-ID       PIC X(05).
           05  FT-DATE             PIC 9(08).
           05  FT-LITROS           PIC 9(03)V9.
           05  FT-ODO-INICIO       PIC 9(07).
           05  FT-ODO-FIM          PIC 9(07).
           05  FT-HORA-SAIDA       PIC 9(04).

       FD  FLEET-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * CORRECTION AND RESUBMISSION (SAME LAYOUT AS FLEETTRP)
      *-----------------------------------------------------------------
       FD  TRIP-SUSPENSE-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  TRIP-SUSPENSE-RECORD    PIC X(46).

      *-----------------------------------------------------------------
      * DRIVER-MASTER-FILE -- NOW CARRIES THE LICENSE (CNH) FIELDS
      * DRVMAINT MAINTAINS; REBUILD DRVMAST WHEN PROMOTED
      *-----------------------------------------------------------------
       FD  DRIVER-MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  DRIVER-MASTER-RECORD.
           05  DR-DRIVER-ID        PIC X(04).
           05  DR-NOME             PIC X(20).
           05  DR-CNH-VALIDADE     PIC 9(08).
           05  DR-CNH-SUSPENSA     PIC X(01).
               88  DR-CNH-ESTA-SUSPENSA   VALUE 'S'.
           05  DR-CNH-REGISTRO     PIC X(11).
           05  DR-EMP-ID           PIC X(05).

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

       FD  FINE-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY MULTAMST.

       WORKING-STORAGE SECTION.

               10  WS-DRM-NOME         PIC X(20).
               10  WS-DRM-CNH-VALIDADE PIC 9(08).
               10  WS-DRM-CNH-SUSPENSA PIC X(01).
               10  WS-DRM-PONTOS       PIC 9(03).
               10  WS-DRM-GRAVISSIMAS  PIC 9(02).

       77  WS-DRM-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-DRM-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-INT-CORTE-CNH        PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CNH-VENCENDO    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * LICENSE-POINTS WORK FIELDS -- POINTS OF THE FINES ON MULTAMST
      * IN THE LAST 365 DAYS; THE SUSPENSION LIMIT DROPS FROM 40 TO 30
      * WITH ONE GRAVISSIMA AND TO 20 WITH TWO OR MORE, AND A DRIVER
      * WITHIN 5 POINTS OF IT IS FLAGGED
      *-----------------------------------------------------------------
       77  WS-MM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MM-END-OF-FILE             VALUE 'Y'.
       77  WS-DATA-CORTE-PONTOS    PIC 9(08) VALUE ZEROS.
       77  WS-INT-CORTE-PONTOS     PIC 9(07) VALUE ZEROS.
       77  WS-PONTOS-MARGEM        PIC 9(02) VALUE 5.
       77  WS-PONTOS-LIMITE        PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-PONTOS-LIMITE   PIC 9(05) VALUE ZEROS.
       77  WS-CNH-LISTAR-SW        PIC X(01) VALUE 'N'.
           88  WS-CNH-LISTAR                 VALUE 'S'.

      *-----------------------------------------------------------------
      * ODOMETER-CONTINUITY WORK FIELDS -- THE START READING MUST
      * FOLLOW THE VEHICLE'S LAST RECORDED END WITHIN THE ALLOWED GAP
       77  WS-MOTIVO-ODO           PIC X(26) VALUE SPACES.
       77  WS-QTDE-ODO-REJEITADAS  PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * VEHICLE-DOCUMENT WORK FIELDS -- THE IPVA, LICENCIAMENTO AND
      * INSURANCE DUE DATES OF EACH FLEET VEHICLE, CHECKED AGAINST
      * THE TRIP DATE
      *-----------------------------------------------------------------
       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE             VALUE 'Y'.
       77  WS-DOC-BLOQ-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-DOC-BLOQUEADO              VALUE 'S'.
       77  WS-MOTIVO-DOC           PIC X(21) VALUE SPACES.
       77  WS-QTDE-DOC-REJEITADAS  PIC 9(05) VALUE ZEROS.

       01  WS-VEH-DOC-TABLE.
           05  WS-VDC-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-VDC-IDX.
               10  WS-VDC-VEHICLE-ID   PIC X(05).
               10  WS-VDC-IPVA         PIC 9(08).
               10  WS-VDC-LICENC       PIC 9(08).
               10  WS-VDC-SEGURO       PIC 9(08).
               10  WS-VDC-BAIXA        PIC 9(08).

       77  WS-VDC-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-VEICULO-BAIXADO-SW   PIC X(01) VALUE 'N'.
           88  WS-VEICULO-BAIXADO            VALUE 'S'.

       01  WS-CNH-RPT-DETALHE.
           05  WS-CR-DRIVER-ID     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CR-VALIDADE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CR-TEXTO         PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CR-PONTOS        PIC ZZ9.
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CR-LIMITE        PIC 99.
           05  FILLER              PIC X(04) VALUE ' PTS'.

       01  WS-DRV-TOTAL-TABLE.
           05  WS-DRT-ENTRY OCCURS 50 TIMES
               WS-QTDE-CNH-REJEITADAS
           DISPLAY 'VIAGENS SUSPENSAS POR ODOMETRO: '
               WS-QTDE-ODO-REJEITADAS
           DISPLAY 'VIAGENS SUSPENSAS POR DOCUMENTO DO VEICULO: '
               WS-QTDE-DOC-REJEITADAS
           DISPLAY 'CNH VENCENDO EM 60 DIAS: '
               WS-QTDE-CNH-VENCENDO
           DISPLAY 'MOTORISTAS NO LIMITE DE PONTOS: '
               WS-QTDE-PONTOS-LIMITE

           MOVE 'E'       TO JL-ACAO
           MOVE 0000 TO JL-RETURN-CODE
           PERFORM 1100-LOAD-DRIVER-MASTER
               THRU 1100-LOAD-DRIVER-MASTER-EXIT

           PERFORM 1200-LOAD-FINE-POINTS
               THRU 1200-LOAD-FINE-POINTS-EXIT

           PERFORM 1300-LOAD-VEHICLE-DOCS
               THRU 1300-LOAD-VEHICLE-DOCS-EXIT

           MOVE 'MANZAD' TO RH-PROGRAM-ID
           MOVE 1        TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
                   TO WS-DRM-CNH-VALIDADE(WS-DRM-IDX)
               MOVE DR-CNH-SUSPENSA
                   TO WS-DRM-CNH-SUSPENSA(WS-DRM-IDX)
               MOVE ZEROS TO WS-DRM-PONTOS(WS-DRM-IDX)
                             WS-DRM-GRAVISSIMAS(WS-DRM-IDX)
           ELSE
               DISPLAY 'TABELA DE MOTORISTAS CHEIA -- '
                   DR-DRIVER-ID ' IGNORADO'
       1110-STORE-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-FINE-POINTS -- ADD UP EACH DRIVER'S POINTS OVER THE
      * LAST 12 MONTHS FROM THE FINES MULTAPRC HAS TIED TO A DRIVER;
      * NO MULTAMST YET MEANS NOBODY HAS POINTS
      ******************************************************************
       1200-LOAD-FINE-POINTS.

           IF WS-DRM-COUNT = ZEROS
               GO TO 1200-LOAD-FINE-POINTS-EXIT
           END-IF

           OPEN INPUT FINE-MASTER-FILE
           IF WS-MM-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE MULTAMST -- PONTUACAO '
                   'DA CNH NAO CALCULADA'
               GO TO 1200-LOAD-FINE-POINTS-EXIT
           END-IF

           COMPUTE WS-INT-CORTE-PONTOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 365
           COMPUTE WS-DATA-CORTE-PONTOS =
               FUNCTION DATE-OF-INTEGER(WS-INT-CORTE-PONTOS)

           PERFORM 8200-READ-FINE
               THRU 8200-READ-FINE-EXIT

           PERFORM 1210-ADD-FINE-POINTS
               THRU 1210-ADD-FINE-POINTS-EXIT
               UNTIL WS-MM-END-OF-FILE

           CLOSE FINE-MASTER-FILE.

       1200-LOAD-FINE-POINTS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-ADD-FINE-POINTS -- A CANCELLED FINE CARRIES NO POINTS
      ******************************************************************
       1210-ADD-FINE-POINTS.

           IF MM-CANCELADA
               OR MM-DRIVER-ID = SPACES
               OR MM-DATA < WS-DATA-CORTE-PONTOS
               GO TO 1210-ADD-FINE-POINTS-NEXT
           END-IF

           SET WS-DRM-IDX TO 1
           SEARCH WS-DRM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DRM-DRIVER-ID(WS-DRM-IDX) = MM-DRIVER-ID
                   ADD MM-PONTOS TO WS-DRM-PONTOS(WS-DRM-IDX)
                   IF MM-GRAVISSIMA
                       ADD 1 TO WS-DRM-GRAVISSIMAS(WS-DRM-IDX)
                   END-IF
           END-SEARCH.

       1210-ADD-FINE-POINTS-NEXT.

           PERFORM 8200-READ-FINE
               THRU 8200-READ-FINE-EXIT.

       1210-ADD-FINE-POINTS-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-VEHICLE-DOCS -- BOUNDED TO THE OCCURS 100 LIMIT; NO
      * VEHMAST MEANS NO DOCUMENT CHECK
      ******************************************************************
       1300-LOAD-VEHICLE-DOCS.

           MOVE SPACES TO WS-VEH-DOC-TABLE

           OPEN INPUT VEHICLE-MASTER-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE VEHMAST -- DOCUMENTOS '
                   'DOS VEICULOS NAO SERAO VALIDADOS'
               GO TO 1300-LOAD-VEHICLE-DOCS-EXIT
           END-IF

           PERFORM 8300-READ-VEHICLE
               THRU 8300-READ-VEHICLE-EXIT

           PERFORM 1310-STORE-VEHICLE-DOCS
               THRU 1310-STORE-VEHICLE-DOCS-EXIT
               UNTIL WS-VH-END-OF-FILE

           CLOSE VEHICLE-MASTER-FILE.

       1300-LOAD-VEHICLE-DOCS-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-VEHICLE-DOCS
      ******************************************************************
       1310-STORE-VEHICLE-DOCS.

           IF WS-VDC-COUNT < 100
               ADD 1 TO WS-VDC-COUNT
               SET WS-VDC-IDX TO WS-VDC-COUNT
               MOVE VH-VEHICLE-ID TO WS-VDC-VEHICLE-ID(WS-VDC-IDX)
               MOVE VH-IPVA-VENCIMENTO
                   TO WS-VDC-IPVA(WS-VDC-IDX)
               MOVE VH-LICENC-VENCIMENTO
                   TO WS-VDC-LICENC(WS-VDC-IDX)
               MOVE VH-SEGURO-VENCIMENTO
                   TO WS-VDC-SEGURO(WS-VDC-IDX)
               IF VH-BAIXADO
                   MOVE VH-DATA-BAIXA TO WS-VDC-BAIXA(WS-VDC-IDX)
               ELSE
                   MOVE ZEROS         TO WS-VDC-BAIXA(WS-VDC-IDX)
               END-IF
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' IGNORADO'
           END-IF

           PERFORM 8300-READ-VEHICLE
               THRU 8300-READ-VEHICLE-EXIT.

       1310-STORE-VEHICLE-DOCS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-TRIP -- BREAK ON VEHICLE ID
      * (FLEET-TRIP-FILE IS EXPECTED IN VEHICLE-ID SEQUENCE)
               GO TO 2000-PROCESS-TRIP-NEXT
           END-IF

      *    SO DOES A TRIP ON A VEHICLE WITH LAPSED DOCUMENTS
           PERFORM 2080-CHECK-VEHICLE-DOCS
               THRU 2080-CHECK-VEHICLE-DOCS-EXIT

           IF WS-DOC-BLOQUEADO
               GO TO 2000-PROCESS-TRIP-NEXT
           END-IF

      *    AN OUT-OF-SEQUENCE ODOMETER HOLDS THE TRIP ON SUSPENSE
      *    BEFORE ANY KM MOVES
           PERFORM 2070-VALIDATE-ODOMETER
       2070-VALIDATE-ODOMETER-EXIT.
           EXIT.

      ******************************************************************
      * 2080-CHECK-VEHICLE-DOCS -- A VEHICLE NOT ON VEHMAST, OR WITH A
      * DUE DATE NOT YET KEYED, IS NOT HELD; ONE DISPOSED OF ON OR
      * BEFORE THE TRIP DATE, OR WHOSE IPVA, LICENCIAMENTO OR
      * INSURANCE WAS DUE BEFORE IT, GOES TO FLEETEXC AND THE SUSPENSE
      * FILE
      ******************************************************************
       2080-CHECK-VEHICLE-DOCS.

           MOVE 'N'    TO WS-DOC-BLOQ-SWITCH
           MOVE SPACES TO WS-MOTIVO-DOC

           IF WS-VDC-COUNT = ZEROS
               GO TO 2080-CHECK-VEHICLE-DOCS-EXIT
           END-IF

           SET WS-VDC-IDX TO 1
           SEARCH WS-VDC-ENTRY
               AT END
                   GO TO 2080-CHECK-VEHICLE-DOCS-EXIT
               WHEN WS-VDC-VEHICLE-ID(WS-VDC-IDX) = FT-VEHICLE-ID
                   CONTINUE
           END-SEARCH

           EVALUATE TRUE
               WHEN WS-VDC-BAIXA(WS-VDC-IDX) > ZEROS
                   AND WS-VDC-BAIXA(WS-VDC-IDX) NOT > FT-DATE
                   MOVE 'VEICULO BAIXADO'       TO WS-MOTIVO-DOC
               WHEN WS-VDC-IPVA(WS-VDC-IDX) > ZEROS
                   AND WS-VDC-IPVA(WS-VDC-IDX) < FT-DATE
                   MOVE 'IPVA VENCIDO'          TO WS-MOTIVO-DOC
               WHEN WS-VDC-LICENC(WS-VDC-IDX) > ZEROS
                   AND WS-VDC-LICENC(WS-VDC-IDX) < FT-DATE
                   MOVE 'LICENCIAMENTO VENCIDO' TO WS-MOTIVO-DOC
               WHEN WS-VDC-SEGURO(WS-VDC-IDX) > ZEROS
                   AND WS-VDC-SEGURO(WS-VDC-IDX) < FT-DATE
                   MOVE 'SEGURO VENCIDO'        TO WS-MOTIVO-DOC
           END-EVALUATE

           IF WS-MOTIVO-DOC NOT = SPACES
               MOVE 'S' TO WS-DOC-BLOQ-SWITCH
               ADD 1 TO WS-QTDE-DOC-REJEITADAS

               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING 'VIAGEM SUSPENSA - VEICULO ' FT-VEHICLE-ID
                   ' - ' WS-MOTIVO-DOC ' EM ' FT-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               DISPLAY 'ATENCAO - ' EXCEPTION-REPORT-LINE

               MOVE FLEET-TRIP-RECORD TO TRIP-SUSPENSE-RECORD
               WRITE TRIP-SUSPENSE-RECORD
           END-IF.

       2080-CHECK-VEHICLE-DOCS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-TRACK-DRIVER -- VALIDATE THE TRIP'S DRIVER AGAINST THE
      * MASTER AND ROLL THE TRIP'S KM AND LITERS INTO HIS ACCUMULATOR

      ******************************************************************
      * 3200-UPDATE-MILEAGE -- ACCUMULATE KM ON THE VEHICLE-MILEAGE
      * MASTER AND RAISE A SERVICE-DUE FLAG PAST THE 10,000 KM MARK;
      * A DISPOSED VEHICLE IS NEVER DUE FOR SERVICE
      ******************************************************************
       3200-UPDATE-MILEAGE.

           DIVIDE VM-KM-ACUMULADO BY WS-KM-INTERVALO-REVISAO
               GIVING WS-REVISOES-DEPOIS REMAINDER WS-KM-RESTO

           PERFORM 3210-CHECK-DISPOSED
               THRU 3210-CHECK-DISPOSED-EXIT

           IF WS-VEICULO-BAIXADO
               MOVE 'N' TO VM-SERVICE-DUE
           END-IF

           IF WS-REVISOES-DEPOIS > WS-REVISOES-ANTES
               AND NOT WS-VEICULO-BAIXADO
               MOVE 'S' TO VM-SERVICE-DUE
               DISPLAY 'REVISAO PROGRAMADA - VEICULO '
                   WS-VEHICLE-ID-ATUAL ' ATINGIU '
       3200-UPDATE-MILEAGE-EXIT.
           EXIT.

      ******************************************************************
      * 3210-CHECK-DISPOSED -- LOOK THE CURRENT VEHICLE UP IN THE
      * VEHMAST TABLE FOR A DISPOSAL DATE
      ******************************************************************
       3210-CHECK-DISPOSED.

           MOVE 'N' TO WS-VEICULO-BAIXADO-SW

           IF WS-VDC-COUNT = ZEROS
               GO TO 3210-CHECK-DISPOSED-EXIT
           END-IF

           SET WS-VDC-IDX TO 1
           SEARCH WS-VDC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VDC-VEHICLE-ID(WS-VDC-IDX) = WS-VEHICLE-ID-ATUAL
                   IF WS-VDC-BAIXA(WS-VDC-IDX) > ZEROS
                       MOVE 'S' TO WS-VEICULO-BAIXADO-SW
                   END-IF
           END-SEARCH.

       3210-CHECK-DISPOSED-EXIT.
           EXIT.

      ******************************************************************
      * 3300-OPEN-WORK-ORDER -- ONE OPEN ORDER PER VEHICLE: A VEHICLE
      * STILL WAITING ON THE SHOP DOES NOT GET A SECOND ORDER; A
      ******************************************************************
      * 5000-REPORT-EXPIRING-CNH -- EVERY LICENSE EXPIRING INSIDE 60
      * DAYS (OR ALREADY EXPIRED) GETS A LINE, SO RENEWALS HAPPEN
      * BEFORE THE TRIP BLOCK FIRES, AND SO DOES EVERY DRIVER AT OR
      * NEAR THE LICENSE-POINTS LIMIT
      ******************************************************************
       5000-REPORT-EXPIRING-CNH.

       5100-CHECK-ONE-CNH.

           SET WS-DRM-IDX TO WS-DRM-SUB
           MOVE 'N' TO WS-CNH-LISTAR-SW

           EVALUATE WS-DRM-GRAVISSIMAS(WS-DRM-IDX)
               WHEN ZEROS
                   MOVE 40 TO WS-PONTOS-LIMITE
               WHEN 1
                   MOVE 30 TO WS-PONTOS-LIMITE
               WHEN OTHER
                   MOVE 20 TO WS-PONTOS-LIMITE
           END-EVALUATE

           MOVE SPACES TO WS-CNH-RPT-DETALHE
           MOVE WS-DRM-DRIVER-ID(WS-DRM-IDX)    TO WS-CR-DRIVER-ID
           MOVE WS-DRM-NOME(WS-DRM-IDX)         TO WS-CR-NOME
           MOVE WS-DRM-CNH-VALIDADE(WS-DRM-IDX) TO WS-CR-VALIDADE
           MOVE WS-DRM-PONTOS(WS-DRM-IDX)       TO WS-CR-PONTOS
           MOVE WS-PONTOS-LIMITE                TO WS-CR-LIMITE

           IF WS-DRM-CNH-VALIDADE(WS-DRM-IDX) > ZEROS
               AND WS-DRM-CNH-VALIDADE(WS-DRM-IDX)
                   NOT > WS-DATA-CORTE-CNH
               MOVE 'S' TO WS-CNH-LISTAR-SW
               ADD 1 TO WS-QTDE-CNH-VENCENDO
               IF WS-DRM-CNH-VALIDADE(WS-DRM-IDX) < WS-DATA-HOJE
                   MOVE 'CNH JA VENCIDA'        TO WS-CR-TEXTO
               ELSE
                   MOVE 'VENCE EM ATE 60 DIAS'  TO WS-CR-TEXTO
               END-IF
           END-IF

      *    THE POINTS WARNING OUTRANKS AN EXPIRY DATE ON THE SAME LINE
           IF WS-DRM-PONTOS(WS-DRM-IDX) + WS-PONTOS-MARGEM
                   NOT < WS-PONTOS-LIMITE
               MOVE 'S' TO WS-CNH-LISTAR-SW
               ADD 1 TO WS-QTDE-PONTOS-LIMITE
               IF WS-DRM-PONTOS(WS-DRM-IDX) NOT < WS-PONTOS-LIMITE
                   MOVE 'PONTUACAO NO LIMITE'    TO WS-CR-TEXTO
               ELSE
                   MOVE 'PONTUACAO PERTO LIMITE' TO WS-CR-TEXTO
               END-IF
           END-IF

           IF WS-CNH-LISTAR
               WRITE LICENSE-REPORT-LINE FROM WS-CNH-RPT-DETALHE
           END-IF.

       5100-CHECK-ONE-CNH-EXIT.
           EXIT.

       8100-READ-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-FINE
      ******************************************************************
       8200-READ-FINE.

           READ FINE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MM-EOF-SWITCH
           END-READ.

       8200-READ-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-VEHICLE
      ******************************************************************
       8300-READ-VEHICLE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8300-READ-VEHICLE-EXIT.
           EXIT.
