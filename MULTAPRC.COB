      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: TRAFFIC-FINE PROCESSING. A FINE NOTICE ARRIVES WEEKS
      * AFTER THE FACT WITH ONLY THE PLATE, DATE AND TIME, AND SOMEONE
      * HAD TO DIG THROUGH THE FLEETTRP TRIPS BY HAND TO FIND WHO WAS
      * DRIVING BEFORE THE DEADLINE TO INDICATE THE DRIVER RAN OUT.
      * THIS RUN ADDS EACH NEW MULTAS NOTICE TO THE MULTAMST FINE
      * MASTER (PLATE TURNED INTO THE FLEET ID THROUGH VEHMAST),
      * APPLIES THE MULTAPAG PAYMENTS AND CANCELLATIONS, AND MATCHES
      * EVERY FINE STILL WITHOUT A DRIVER AGAINST THE TRIP FEED: THE
      * DRIVER WHOSE TRIP ON THAT VEHICLE COVERS THE TIME OF THE
      * INFRACTION (DEPARTURE TIME PLUS TRIP HOURS, WITH A TOLERANCE)
      * IS THE DRIVER, AND THE MULTAIND DRIVER-INDICATION FORM IS
      * PRINTED FOR SIGNATURE. LEGACY TRIPS WITH NO DEPARTURE TIME
      * IDENTIFY THE DRIVER ONLY WHEN ONE DRIVER HAD THE VEHICLE THAT
      * DAY. A PAID FINE THE DRIVER BEARS UNDER THE FLEET POLICY IS
      * APPENDED TO MULTADES FOR SALIQUID TO DEDUCT FROM THE DRIVER'S
      * PAY (DRVMAST CARRIES THE EMPLOYEE ID), AND THE MULTARPT
      * POSITION REPORT LISTS EVERY OPEN FINE WITH THE INDICATION
      * DEADLINE FLAGGED. BAD NOTICES AND PAYMENTS GO TO MULTAEXC.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE IPVA,
      *               LICENCIAMENTO AND INSURANCE DUE DATES AND
      *               AMOUNTS VEHDOCS KEEPS (RECORD 29 TO 74) --
      *               LAYOUT ONLY.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE VEHICLE GROUP
      *               (VH-GRUPO, RECORD 74 TO 76) GUANA14 PRICES
      *               RENTALS BY -- LAYOUT ONLY.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE DISPOSAL
      *               STATUS, DATE AND SALE PRICE VEHBAIXA RECORDS
      *               (RECORD 76 TO 94) -- LAYOUT ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTAPRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-NOTICE-FILE ASSIGN TO "MULTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MN-STATUS.

           SELECT FINE-PAYMENT-FILE ASSIGN TO "MULTAPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT FINE-MASTER-FILE ASSIGN TO "MULTAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-AUTO
               FILE STATUS IS WS-MM-STATUS.

           SELECT FLEET-TRIP-FILE ASSIGN TO "FLEETTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FT-STATUS.

           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRVMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

           SELECT FINE-DEDUCTION-FILE ASSIGN TO "MULTADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-STATUS.

           SELECT INDICATION-FORM-FILE ASSIGN TO "MULTAIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-STATUS.

           SELECT FINE-REJECT-FILE ASSIGN TO "MULTAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT FINE-POSITION-FILE ASSIGN TO "MULTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * FINE-NOTICE-FILE -- ONE NOTICE (NOTIFICACAO DA AUTUACAO) PER
      * FINE AS KEYED FROM THE TRAFFIC AUTHORITY'S LETTER. POINTS MAY
      * BE LEFT ZERO (TAKEN FROM THE GRAVITY); RESPONSAVEL BLANK
      * FOLLOWS THE FLEET POLICY
      *-----------------------------------------------------------------
       FD  FINE-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FINE-NOTICE-RECORD.
           05  MN-AUTO                 PIC X(12).
           05  MN-PLACA                PIC X(07).
           05  MN-DATA                 PIC 9(08).
           05  MN-HORA                 PIC 9(04).
           05  MN-HORA-R REDEFINES MN-HORA.
               10  MN-HORA-HH          PIC 9(02).
               10  MN-HORA-MM          PIC 9(02).
           05  MN-CODIGO-INFRACAO      PIC X(05).
           05  MN-GRAVIDADE            PIC X(01).
           05  MN-PONTOS               PIC 9(02).
           05  MN-VALOR                PIC 9(05)V99.
           05  MN-DATA-NOTIFICACAO     PIC 9(08).
           05  MN-DATA-VENCIMENTO      PIC 9(08).
           05  MN-RESPONSAVEL          PIC X(01).
           05  FILLER                  PIC X(17).

      *-----------------------------------------------------------------
      * FINE-PAYMENT-FILE -- P = PAGAMENTO (AMOUNT ACTUALLY PAID, WITH
      * ANY EARLY-PAYMENT DISCOUNT), C = CANCELAMENTO (APPEAL UPHELD)
      *-----------------------------------------------------------------
       FD  FINE-PAYMENT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  FINE-PAYMENT-RECORD.
           05  MP-ACAO                 PIC X(01).
               88  MP-PAGAMENTO                  VALUE 'P'.
               88  MP-CANCELAMENTO               VALUE 'C'.
           05  MP-AUTO                 PIC X(12).
           05  MP-DATA                 PIC 9(08).
           05  MP-VALOR                PIC 9(05)V99.
           05  FILLER                  PIC X(02).

       FD  FINE-MASTER-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY MULTAMST.

      *-----------------------------------------------------------------
      * FLEET-TRIP-FILE -- MANZAD'S TRIP FEED (SAME LAYOUT); THE
      * DEPARTURE TIME IS NOT NUMERIC OR ZEROS ON LEGACY RECORDS
      *-----------------------------------------------------------------
       FD  FLEET-TRIP-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  FLEET-TRIP-RECORD.
           05  FT-VEHICLE-ID       PIC X(05).
           05  FT-DATE             PIC 9(08).
           05  FT-TEMPO            PIC 9V99.
           05  FT-VELOCIDADE       PIC 9(03).
           05  FT-DRIVER-ID        PIC X(04).
           05  FT-LITROS           PIC 9(03)V9.
           05  FT-ODO-INICIO       PIC 9(07).
           05  FT-ODO-FIM          PIC 9(07).
           05  FT-HORA-SAIDA       PIC 9(04).
           05  FT-HORA-SAIDA-R REDEFINES FT-HORA-SAIDA.
               10  FT-SAIDA-HH     PIC 9(02).
               10  FT-SAIDA-MM     PIC 9(02).

       FD  DRIVER-MASTER-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  DRIVER-MASTER-RECORD.
           05  DR-DRIVER-ID        PIC X(04).
           05  DR-NOME             PIC X(20).
           05  DR-CNH-CATEGORIA    PIC X(02).
           05  DR-CNH-VALIDADE     PIC 9(08).
           05  DR-CNH-SUSPENSA     PIC X(01).
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

       FD  FINE-DEDUCTION-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY MULTADES.

       FD  INDICATION-FORM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INDICATION-FORM-LINE        PIC X(80).

       FD  FINE-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FINE-REJECT-RECORD.
           05  ER-AUTO                 PIC X(12).
           05  FILLER                  PIC X(02).
           05  ER-ORIGEM               PIC X(08).
           05  FILLER                  PIC X(02).
           05  ER-MOTIVO               PIC X(45).
           05  FILLER                  PIC X(11).

       FD  FINE-POSITION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FINE-POSITION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-MN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-MN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MN-END-OF-FILE            VALUE 'Y'.
       77  WS-MP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MP-END-OF-FILE            VALUE 'Y'.
       77  WS-MM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MM-END-OF-FILE            VALUE 'Y'.
       77  WS-FT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FT-END-OF-FILE            VALUE 'Y'.
       77  WS-DR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DR-END-OF-FILE            VALUE 'Y'.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE            VALUE 'Y'.
       77  WS-MD-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-MULTADES-ABERTO           VALUE 'S'.
       77  WS-REGRAVA-SW           PIC X(01) VALUE 'N'.
           88  WS-REGRAVA-MULTA             VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-INT-HOJE             PIC 9(07) VALUE ZEROS.
       77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(45) VALUE SPACES.

      *-----------------------------------------------------------------
      * FLEET POLICY -- THE OWNER HAS 30 DAYS FROM THE NOTICE TO
      * INDICATE THE DRIVER; A FINE STILL WITHOUT A DRIVER 5 DAYS OR
      * LESS BEFORE THAT IS URGENT. A TRIP MATCHES AN INFRACTION UP TO
      * 30 MINUTES EITHER SIDE OF ITS LOGGED WINDOW. UNLESS THE NOTICE
      * SAYS OTHERWISE THE DRIVER BEARS GRAVE AND GRAVISSIMA FINES
      * (CONDUCT) AND THE COMPANY THE LEVE AND MEDIA ONES
      *-----------------------------------------------------------------
       77  WS-DIAS-INDICACAO       PIC 9(03) VALUE 30.
       77  WS-DIAS-URGENCIA        PIC 9(03) VALUE 5.
       77  WS-TOLERANCIA-MIN       PIC 9(03) VALUE 30.

       01  WS-PONTOS-GRAVIDADE-TAB.
           05  FILLER              PIC X(03) VALUE 'L03'.
           05  FILLER              PIC X(03) VALUE 'M04'.
           05  FILLER              PIC X(03) VALUE 'G05'.
           05  FILLER              PIC X(03) VALUE 'V07'.
       01  WS-PONTOS-GRAVIDADE-R REDEFINES WS-PONTOS-GRAVIDADE-TAB.
           05  WS-PG-ENTRY OCCURS 4 TIMES
                           INDEXED BY WS-PG-IDX.
               10  WS-PG-GRAVIDADE PIC X(01).
               10  WS-PG-PONTOS    PIC 9(02).

      *-----------------------------------------------------------------
      * DRIVER ROSTER AND PLATE-TO-FLEET-ID TABLE
      *-----------------------------------------------------------------
       01  WS-DRV-TABLE.
           05  WS-DRV-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-DRV-IDX.
               10  WS-DRV-ID           PIC X(04).
               10  WS-DRV-NOME         PIC X(20).
               10  WS-DRV-CATEGORIA    PIC X(02).
               10  WS-DRV-VALIDADE     PIC 9(08).
               10  WS-DRV-REGISTRO     PIC X(11).
               10  WS-DRV-EMP-ID       PIC X(05).

       77  WS-DRV-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-DRV-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-DRV-ENCONTROU             VALUE 'S'.
       77  WS-DRV-BUSCA            PIC X(04) VALUE SPACES.

       01  WS-VEH-TABLE.
           05  WS-VEH-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-VEH-IDX.
               10  WS-VEH-ID           PIC X(05).
               10  WS-VEH-PLACA        PIC X(07).

       77  WS-VEH-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-VEHICLE-ATUAL        PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
      * FINES STILL WITHOUT A DRIVER, MATCHED AGAINST THE TRIP FEED.
      * TIMES ARE HELD AS ABSOLUTE MINUTES (DAY NUMBER * 1440 PLUS
      * THE MINUTE OF THE DAY) SO A TRIP ACROSS MIDNIGHT STILL
      * COVERS AN INFRACTION IN THE SMALL HOURS
      *-----------------------------------------------------------------
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-PND-IDX.
               10  WS-PND-AUTO         PIC X(12).
               10  WS-PND-VEHICLE-ID   PIC X(05).
               10  WS-PND-DATA         PIC 9(08).
               10  WS-PND-MINUTO       PIC 9(11).
               10  WS-PND-DRIVER       PIC X(04).
               10  WS-PND-HORARIO-DUP  PIC X(01).
               10  WS-PND-VIAGEM-DATA  PIC 9(08).
               10  WS-PND-VIAGEM-HORA  PIC 9(04).
               10  WS-PND-DRIVER-DIA   PIC X(04).
               10  WS-PND-DIA-DUP      PIC X(01).

       77  WS-PND-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PND-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-PND-CHEIA-SW         PIC X(01) VALUE 'N'.
           88  WS-PND-CHEIA                 VALUE 'S'.

       77  WS-VIAGEM-INICIO        PIC 9(11) VALUE ZEROS.
       77  WS-VIAGEM-FIM           PIC 9(11) VALUE ZEROS.
       77  WS-VIAGEM-MINUTOS       PIC 9(05) VALUE ZEROS.
       77  WS-VIAGEM-COM-HORA-SW   PIC X(01) VALUE 'N'.
           88  WS-VIAGEM-COM-HORA           VALUE 'S'.
       77  WS-MATCH-ORIGEM         PIC X(01) VALUE SPACES.
           88  WS-MATCH-HORARIO             VALUE 'H'.
           88  WS-MATCH-DIA                 VALUE 'D'.

      *-----------------------------------------------------------------
      * RUN COUNTERS
      *-----------------------------------------------------------------
       77  WS-QTDE-NOTIFICACOES    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NOVAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PAGAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CANCELADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-INDICADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-CONDUTOR    PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DESCONTOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-MATRICULA   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ABERTAS         PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-ABERTO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-DESCONTOS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-FORM-PAGINA          PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * DATE AND TIME EDITING FOR THE FORM AND THE REPORT
      *-----------------------------------------------------------------
       01  WS-DATA-TRAB            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).

       01  WS-DATA-EDIT.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       01  WS-HORA-TRAB            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-TRAB-R REDEFINES WS-HORA-TRAB.
           05  WS-HT-HH            PIC 9(02).
           05  WS-HT-MM            PIC 9(02).

       01  WS-HORA-EDIT.
           05  WS-HE-HH            PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-HE-MM            PIC 9(02).

       77  WS-VALOR-EDIT           PIC Z(04)9.99.
       77  WS-PONTOS-EDIT          PIC Z9.
       77  WS-GRAVIDADE-TEXTO      PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * DRIVER-INDICATION FORM
      *-----------------------------------------------------------------
       01  WS-FORM-TITULO.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               'FORMULARIO DE INDICACAO DO CONDUTOR     '.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-FORM-ASSINATURA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE ALL '_'.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE ALL '_'.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-FORM-ROTULOS.
           05  FILLER              PIC X(40) VALUE
               '     ASSINATURA DO CONDUTOR             '.
           05  FILLER              PIC X(40) VALUE
               '   PELA EMPRESA PROPRIETARIA            '.

      *-----------------------------------------------------------------
      * POSITION REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'AUTO         PLACA   INFRACAO   COND    '.
           05  FILLER              PIC X(40) VALUE
               ' VALOR  VENCIMENTO SITUACAO             '.

       01  WS-RPT-DETALHE.
           05  WS-RD-AUTO          PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PLACA         PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DATA          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DRIVER        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VALOR         PIC Z(04)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VENCIMENTO    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(22).

       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RTT-ROTULO       PIC X(40).
           05  WS-RTT-QTDE         PIC ZZZZ9.
           05  FILLER              PIC X(06) VALUE '  R$ '.
           05  WS-RTT-VALOR        PIC Z(08)9.99.
           05  FILLER              PIC X(15) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'MULTAPRC' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-NOTICE
               THRU 2000-PROCESS-NOTICE-EXIT
               UNTIL WS-MN-END-OF-FILE

           PERFORM 3000-PROCESS-PAYMENT
               THRU 3000-PROCESS-PAYMENT-EXIT
               UNTIL WS-MP-END-OF-FILE

           PERFORM 4000-LOAD-PENDING
               THRU 4000-LOAD-PENDING-EXIT

           PERFORM 5000-MATCH-TRIPS
               THRU 5000-MATCH-TRIPS-EXIT

           PERFORM 6000-RESOLVE-FINE
               THRU 6000-RESOLVE-FINE-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT

           PERFORM 7000-REVIEW-MASTER
               THRU 7000-REVIEW-MASTER-EXIT

           PERFORM 9000-FINALIZE
               THRU 9000-FINALIZE-EXIT

           EVALUATE TRUE
               WHEN WS-QTDE-REJEITADAS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-SEM-CONDUTOR > ZEROS
                 OR WS-QTDE-SEM-MATRICULA > ZEROS
                 OR WS-PND-CHEIA
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE ROSTER AND THE FLEET PLATES, OPEN
      * THE FINE MASTER (CREATED ON THE FIRST RUN) AND THE REPORTS
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM 1100-LOAD-DRIVERS
               THRU 1100-LOAD-DRIVERS-EXIT

           PERFORM 1200-LOAD-VEHICLES
               THRU 1200-LOAD-VEHICLES-EXIT

           OPEN I-O FINE-MASTER-FILE
           IF WS-MM-STATUS = '35'
               CLOSE FINE-MASTER-FILE
               OPEN OUTPUT FINE-MASTER-FILE
               CLOSE FINE-MASTER-FILE
               OPEN I-O FINE-MASTER-FILE
           END-IF

           OPEN OUTPUT FINE-REJECT-FILE
           OPEN OUTPUT INDICATION-FORM-FILE
           OPEN OUTPUT FINE-POSITION-FILE

           OPEN INPUT FINE-NOTICE-FILE
           IF WS-MN-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO MULTAS -- NENHUMA '
                   'NOTIFICACAO NOVA'
               MOVE 'Y' TO WS-MN-EOF-SWITCH
           ELSE
               PERFORM 8000-READ-NOTICE
                   THRU 8000-READ-NOTICE-EXIT
           END-IF

           OPEN INPUT FINE-PAYMENT-FILE
           IF WS-MP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO MULTAPAG -- NENHUM '
                   'PAGAMENTO A BAIXAR'
               MOVE 'Y' TO WS-MP-EOF-SWITCH
           ELSE
               PERFORM 8100-READ-PAYMENT
                   THRU 8100-READ-PAYMENT-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-DRIVERS -- BOUNDED TO THE OCCURS 50 LIMIT OF THE
      * DRVMAINT ROSTER
      ******************************************************************
       1100-LOAD-DRIVERS.

           MOVE SPACES TO WS-DRV-TABLE

           OPEN INPUT DRIVER-MASTER-FILE
           IF WS-DR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE DRVMAST -- FORMULARIOS '
                   'SAIRAO SEM NOME E SEM CNH'
               GO TO 1100-LOAD-DRIVERS-EXIT
           END-IF

           PERFORM 8300-READ-DRIVER
               THRU 8300-READ-DRIVER-EXIT

           PERFORM 1110-STORE-DRIVER
               THRU 1110-STORE-DRIVER-EXIT
               UNTIL WS-DR-END-OF-FILE

           CLOSE DRIVER-MASTER-FILE.

       1100-LOAD-DRIVERS-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-DRIVER
      ******************************************************************
       1110-STORE-DRIVER.

           IF WS-DRV-COUNT < 50
               ADD 1 TO WS-DRV-COUNT
               SET WS-DRV-IDX TO WS-DRV-COUNT
               MOVE DR-DRIVER-ID     TO WS-DRV-ID(WS-DRV-IDX)
               MOVE DR-NOME          TO WS-DRV-NOME(WS-DRV-IDX)
               MOVE DR-CNH-CATEGORIA TO WS-DRV-CATEGORIA(WS-DRV-IDX)
               MOVE DR-CNH-VALIDADE  TO WS-DRV-VALIDADE(WS-DRV-IDX)
               MOVE DR-CNH-REGISTRO  TO WS-DRV-REGISTRO(WS-DRV-IDX)
               MOVE DR-EMP-ID        TO WS-DRV-EMP-ID(WS-DRV-IDX)
           ELSE
               DISPLAY 'TABELA DE MOTORISTAS CHEIA -- '
                   DR-DRIVER-ID ' IGNORADO'
           END-IF

           PERFORM 8300-READ-DRIVER
               THRU 8300-READ-DRIVER-EXIT.

       1110-STORE-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-VEHICLES -- PLATE TO FLEET ID; NO VEHMAST MEANS NO
      * NOTICE CAN BE TIED TO A VEHICLE
      ******************************************************************
       1200-LOAD-VEHICLES.

           MOVE SPACES TO WS-VEH-TABLE

           OPEN INPUT VEHICLE-MASTER-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE VEHMAST -- NOTIFICACOES '
                   'SERAO REJEITADAS'
               GO TO 1200-LOAD-VEHICLES-EXIT
           END-IF

           PERFORM 8400-READ-VEHICLE
               THRU 8400-READ-VEHICLE-EXIT

           PERFORM 1210-STORE-VEHICLE
               THRU 1210-STORE-VEHICLE-EXIT
               UNTIL WS-VH-END-OF-FILE

           CLOSE VEHICLE-MASTER-FILE.

       1200-LOAD-VEHICLES-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-VEHICLE -- A VEHICLE WITH NO PLATE KEPT CANNOT BE
      * FINED BY PLATE AND IS LEFT OUT
      ******************************************************************
       1210-STORE-VEHICLE.

           IF VH-PLACA = SPACES
               GO TO 1210-STORE-VEHICLE-NEXT
           END-IF

           IF WS-VEH-COUNT < 100
               ADD 1 TO WS-VEH-COUNT
               SET WS-VEH-IDX TO WS-VEH-COUNT
               MOVE VH-VEHICLE-ID TO WS-VEH-ID(WS-VEH-IDX)
               MOVE VH-PLACA      TO WS-VEH-PLACA(WS-VEH-IDX)
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' IGNORADO'
           END-IF.

       1210-STORE-VEHICLE-NEXT.

           PERFORM 8400-READ-VEHICLE
               THRU 8400-READ-VEHICLE-EXIT.

       1210-STORE-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-NOTICE -- EDIT ONE NOTICE AND ADD THE FINE TO THE
      * MASTER WITH NO DRIVER YET
      ******************************************************************
       2000-PROCESS-NOTICE.

           ADD 1 TO WS-QTDE-NOTIFICACOES

           PERFORM 2100-EDIT-NOTICE
               THRU 2100-EDIT-NOTICE-EXIT

           IF WS-MOTIVO NOT = SPACES
               MOVE MN-AUTO    TO ER-AUTO
               MOVE 'MULTAS'   TO ER-ORIGEM
               PERFORM 2900-WRITE-REJECT
                   THRU 2900-WRITE-REJECT-EXIT
               GO TO 2000-PROCESS-NOTICE-NEXT
           END-IF

           MOVE SPACES              TO FINE-MASTER-RECORD
           MOVE MN-AUTO             TO MM-AUTO
           MOVE MN-PLACA            TO MM-PLACA
           MOVE WS-VEHICLE-ATUAL    TO MM-VEHICLE-ID
           MOVE MN-DATA             TO MM-DATA
           MOVE MN-HORA             TO MM-HORA
           MOVE MN-CODIGO-INFRACAO  TO MM-CODIGO-INFRACAO
           MOVE MN-GRAVIDADE        TO MM-GRAVIDADE
           MOVE MN-PONTOS           TO MM-PONTOS
           MOVE MN-VALOR            TO MM-VALOR
           MOVE MN-DATA-NOTIFICACAO TO MM-DATA-NOTIFICACAO
           MOVE MN-DATA-VENCIMENTO  TO MM-DATA-VENCIMENTO
           MOVE MN-RESPONSAVEL      TO MM-RESPONSAVEL
           MOVE 'A'                 TO MM-SITUACAO
           MOVE 'N'                 TO MM-DESCONTO-SW
           MOVE ZEROS               TO MM-DATA-INDICACAO
                                       MM-DATA-PAGAMENTO
                                       MM-VALOR-PAGO
                                       MM-DATA-DESCONTO

      *    POINTS LEFT BLANK ON THE NOTICE FOLLOW THE GRAVITY
           IF MM-PONTOS = ZEROS
               SET WS-PG-IDX TO 1
               SEARCH WS-PG-ENTRY
                   WHEN WS-PG-GRAVIDADE(WS-PG-IDX) = MM-GRAVIDADE
                       MOVE WS-PG-PONTOS(WS-PG-IDX) TO MM-PONTOS
               END-SEARCH
           END-IF

      *    SO DOES WHO PAYS, UNDER THE FLEET POLICY
           IF MM-RESPONSAVEL = SPACES
               IF MM-GRAVE OR MM-GRAVISSIMA
                   MOVE 'M' TO MM-RESPONSAVEL
               ELSE
                   MOVE 'E' TO MM-RESPONSAVEL
               END-IF
           END-IF

           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(MM-DATA-NOTIFICACAO)
               + WS-DIAS-INDICACAO
           COMPUTE MM-PRAZO-INDICACAO =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATA)

           WRITE FINE-MASTER-RECORD
               INVALID KEY
                   MOVE 'AUTO JA CADASTRADO NO MULTAMST' TO WS-MOTIVO
                   MOVE MN-AUTO    TO ER-AUTO
                   MOVE 'MULTAS'   TO ER-ORIGEM
                   PERFORM 2900-WRITE-REJECT
                       THRU 2900-WRITE-REJECT-EXIT
                   GO TO 2000-PROCESS-NOTICE-NEXT
           END-WRITE

           ADD 1 TO WS-QTDE-NOVAS
           DISPLAY 'MULTA CADASTRADA ' MM-AUTO ' VEICULO '
               MM-VEHICLE-ID ' PRAZO DE INDICACAO ' MM-PRAZO-INDICACAO.

       2000-PROCESS-NOTICE-NEXT.

           PERFORM 8000-READ-NOTICE
               THRU 8000-READ-NOTICE-EXIT.

       2000-PROCESS-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-NOTICE -- FIRST FAILING EDIT WINS; THE PLATE MUST BE
      * A FLEET VEHICLE ON VEHMAST
      ******************************************************************
       2100-EDIT-NOTICE.

           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-VEHICLE-ATUAL

           IF MN-AUTO = SPACES
               MOVE 'NUMERO DO AUTO DE INFRACAO AUSENTE' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF WS-VEH-COUNT > ZEROS
               SET WS-VEH-IDX TO 1
               SEARCH WS-VEH-ENTRY
                   WHEN WS-VEH-IDX > WS-VEH-COUNT
                       CONTINUE
                   WHEN WS-VEH-PLACA(WS-VEH-IDX) = MN-PLACA
                       MOVE WS-VEH-ID(WS-VEH-IDX) TO WS-VEHICLE-ATUAL
               END-SEARCH
           END-IF

           IF WS-VEHICLE-ATUAL = SPACES
               MOVE 'PLACA NAO CADASTRADA NO VEHMAST' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-DATA NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(MN-DATA) NOT = 0
               OR MN-DATA > WS-DATA-HOJE
               MOVE 'DATA DA INFRACAO INVALIDA' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-HORA NOT NUMERIC
               OR MN-HORA-HH > 23
               OR MN-HORA-MM > 59
               MOVE 'HORA DA INFRACAO INVALIDA' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-GRAVIDADE NOT = 'L' AND NOT = 'M'
               AND NOT = 'G' AND NOT = 'V'
               MOVE 'GRAVIDADE INVALIDA - USAR L, M, G OU V'
                   TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-PONTOS NOT NUMERIC
               MOVE 'PONTOS INVALIDOS' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-VALOR NOT NUMERIC
               OR MN-VALOR = ZEROS
               MOVE 'VALOR DA MULTA INVALIDO' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-DATA-NOTIFICACAO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(MN-DATA-NOTIFICACAO)
                   NOT = 0
               OR MN-DATA-NOTIFICACAO < MN-DATA
               MOVE 'DATA DA NOTIFICACAO INVALIDA' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-DATA-VENCIMENTO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(MN-DATA-VENCIMENTO)
                   NOT = 0
               MOVE 'DATA DE VENCIMENTO INVALIDA' TO WS-MOTIVO
               GO TO 2100-EDIT-NOTICE-EXIT
           END-IF

           IF MN-RESPONSAVEL NOT = SPACES AND NOT = 'M'
               AND NOT = 'E'
               MOVE 'RESPONSAVEL INVALIDO - USAR M, E OU BRANCO'
                   TO WS-MOTIVO
           END-IF.

       2100-EDIT-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-REJECT -- CALLER FILLS ER-AUTO, ER-ORIGEM, WS-MOTIVO
      ******************************************************************
       2900-WRITE-REJECT.

           MOVE WS-MOTIVO TO ER-MOTIVO
           WRITE FINE-REJECT-RECORD

           DISPLAY 'REJEITADO - ' ER-ORIGEM ' ' ER-AUTO ' - '
               WS-MOTIVO

           MOVE SPACES TO FINE-REJECT-RECORD
           ADD 1 TO WS-QTDE-REJEITADAS.

       2900-WRITE-REJECT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-PAYMENT -- BAIXA BY PAYMENT OR CANCELLATION; A
      * FINE IS SETTLED ONLY ONCE
      ******************************************************************
       3000-PROCESS-PAYMENT.

           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO FINE-REJECT-RECORD
           MOVE MP-AUTO    TO ER-AUTO
           MOVE 'MULTAPAG' TO ER-ORIGEM

           IF NOT MP-PAGAMENTO AND NOT MP-CANCELAMENTO
               MOVE 'ACAO INVALIDA - USAR P OU C' TO WS-MOTIVO
               PERFORM 2900-WRITE-REJECT
                   THRU 2900-WRITE-REJECT-EXIT
               GO TO 3000-PROCESS-PAYMENT-NEXT
           END-IF

           MOVE MP-AUTO TO MM-AUTO
           READ FINE-MASTER-FILE
               INVALID KEY
                   MOVE 'AUTO NAO CADASTRADO NO MULTAMST' TO WS-MOTIVO
                   PERFORM 2900-WRITE-REJECT
                       THRU 2900-WRITE-REJECT-EXIT
                   GO TO 3000-PROCESS-PAYMENT-NEXT
           END-READ

           EVALUATE TRUE
               WHEN MM-PAGA AND MP-CANCELAMENTO
                   MOVE 'MULTA JA PAGA NAO PODE SER CANCELADA'
                       TO WS-MOTIVO
               WHEN MM-PAGA
                   MOVE 'MULTA JA PAGA' TO WS-MOTIVO
               WHEN MM-CANCELADA
                   MOVE 'MULTA JA CANCELADA' TO WS-MOTIVO
               WHEN MP-DATA NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(MP-DATA) NOT = 0
                   MOVE 'DATA DA BAIXA INVALIDA' TO WS-MOTIVO
               WHEN MP-PAGAMENTO
                 AND (MP-VALOR NOT NUMERIC OR MP-VALOR = ZEROS)
                   MOVE 'VALOR PAGO INVALIDO' TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               PERFORM 2900-WRITE-REJECT
                   THRU 2900-WRITE-REJECT-EXIT
               GO TO 3000-PROCESS-PAYMENT-NEXT
           END-IF

           IF MP-PAGAMENTO
               MOVE 'P'      TO MM-SITUACAO
               MOVE MP-DATA  TO MM-DATA-PAGAMENTO
               MOVE MP-VALOR TO MM-VALOR-PAGO
               ADD 1 TO WS-QTDE-PAGAS
           ELSE
               MOVE 'C'      TO MM-SITUACAO
               MOVE MP-DATA  TO MM-DATA-PAGAMENTO
               ADD 1 TO WS-QTDE-CANCELADAS
           END-IF

           REWRITE FINE-MASTER-RECORD.

       3000-PROCESS-PAYMENT-NEXT.

           PERFORM 8100-READ-PAYMENT
               THRU 8100-READ-PAYMENT-EXIT.

       3000-PROCESS-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LOAD-PENDING -- EVERY FINE NOT CANCELLED AND STILL WITHOUT
      * A DRIVER, OLD OR NEW, GOES BACK AGAINST THE TRIP FEED
      ******************************************************************
       4000-LOAD-PENDING.

           MOVE SPACES TO WS-PENDING-TABLE

           PERFORM 8600-START-MASTER
               THRU 8600-START-MASTER-EXIT

           PERFORM 4100-STORE-PENDING
               THRU 4100-STORE-PENDING-EXIT
               UNTIL WS-MM-END-OF-FILE.

       4000-LOAD-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * 4100-STORE-PENDING
      ******************************************************************
       4100-STORE-PENDING.

           IF MM-CANCELADA OR MM-DRIVER-ID NOT = SPACES
               GO TO 4100-STORE-PENDING-NEXT
           END-IF

           IF WS-PND-COUNT NOT < 300
               IF NOT WS-PND-CHEIA
                   DISPLAY 'TABELA DE MULTAS SEM CONDUTOR CHEIA -- '
                       'RESTANTES FICAM PARA A PROXIMA RODADA'
               END-IF
               MOVE 'S' TO WS-PND-CHEIA-SW
               GO TO 4100-STORE-PENDING-NEXT
           END-IF

           ADD 1 TO WS-PND-COUNT
           SET WS-PND-IDX TO WS-PND-COUNT
           MOVE MM-AUTO       TO WS-PND-AUTO(WS-PND-IDX)
           MOVE MM-VEHICLE-ID TO WS-PND-VEHICLE-ID(WS-PND-IDX)
           MOVE MM-DATA       TO WS-PND-DATA(WS-PND-IDX)
           MOVE MM-HORA       TO WS-HORA-TRAB
           COMPUTE WS-PND-MINUTO(WS-PND-IDX) =
               FUNCTION INTEGER-OF-DATE(MM-DATA) * 1440
               + WS-HT-HH * 60 + WS-HT-MM
           MOVE 'N'   TO WS-PND-HORARIO-DUP(WS-PND-IDX)
                         WS-PND-DIA-DUP(WS-PND-IDX)
           MOVE ZEROS TO WS-PND-VIAGEM-DATA(WS-PND-IDX)
                         WS-PND-VIAGEM-HORA(WS-PND-IDX).

       4100-STORE-PENDING-NEXT.

           PERFORM 8700-READ-NEXT-MASTER
               THRU 8700-READ-NEXT-MASTER-EXIT.

       4100-STORE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MATCH-TRIPS -- ONE PASS OF THE TRIP FEED AGAINST EVERY
      * PENDING FINE
      ******************************************************************
       5000-MATCH-TRIPS.

           IF WS-PND-COUNT = ZEROS
               GO TO 5000-MATCH-TRIPS-EXIT
           END-IF

           OPEN INPUT FLEET-TRIP-FILE
           IF WS-FT-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FLEETTRP -- NENHUM '
                   'CONDUTOR PODE SER IDENTIFICADO'
               GO TO 5000-MATCH-TRIPS-EXIT
           END-IF

           PERFORM 8200-READ-TRIP
               THRU 8200-READ-TRIP-EXIT

           PERFORM 5100-MATCH-ONE-TRIP
               THRU 5100-MATCH-ONE-TRIP-EXIT
               UNTIL WS-FT-END-OF-FILE

           CLOSE FLEET-TRIP-FILE.

       5000-MATCH-TRIPS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-MATCH-ONE-TRIP -- THE TRIP'S WINDOW RUNS FROM THE
      * DEPARTURE TIME FOR TEMPO HOURS, WIDENED BY THE TOLERANCE
      ******************************************************************
       5100-MATCH-ONE-TRIP.

           IF FT-DRIVER-ID = SPACES
               OR FT-DATE NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(FT-DATE) NOT = 0
               GO TO 5100-MATCH-ONE-TRIP-NEXT
           END-IF

           MOVE 'N' TO WS-VIAGEM-COM-HORA-SW
           IF FT-HORA-SAIDA NUMERIC
               AND FT-HORA-SAIDA > ZEROS
               AND FT-SAIDA-HH < 24
               AND FT-SAIDA-MM < 60
               MOVE 'S' TO WS-VIAGEM-COM-HORA-SW
           END-IF

           IF WS-VIAGEM-COM-HORA
               IF FT-TEMPO NUMERIC
                   COMPUTE WS-VIAGEM-MINUTOS ROUNDED = FT-TEMPO * 60
               ELSE
                   MOVE ZEROS TO WS-VIAGEM-MINUTOS
               END-IF
               COMPUTE WS-VIAGEM-INICIO =
                   FUNCTION INTEGER-OF-DATE(FT-DATE) * 1440
                   + FT-SAIDA-HH * 60 + FT-SAIDA-MM
                   - WS-TOLERANCIA-MIN
               COMPUTE WS-VIAGEM-FIM =
                   WS-VIAGEM-INICIO + WS-VIAGEM-MINUTOS
                   + WS-TOLERANCIA-MIN + WS-TOLERANCIA-MIN
           END-IF

           PERFORM 5110-TEST-ONE-FINE
               THRU 5110-TEST-ONE-FINE-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.

       5100-MATCH-ONE-TRIP-NEXT.

           PERFORM 8200-READ-TRIP
               THRU 8200-READ-TRIP-EXIT.

       5100-MATCH-ONE-TRIP-EXIT.
           EXIT.

      ******************************************************************
      * 5110-TEST-ONE-FINE -- A TIMED TRIP COVERING THE INFRACTION
      * NAMES ITS DRIVER; AN UNTIMED TRIP THE SAME DAY IS ONLY A
      * FALLBACK. A SECOND, DIFFERENT DRIVER MAKES EITHER AMBIGUOUS
      ******************************************************************
       5110-TEST-ONE-FINE.

           SET WS-PND-IDX TO WS-PND-SUB

           IF WS-PND-VEHICLE-ID(WS-PND-IDX) NOT = FT-VEHICLE-ID
               GO TO 5110-TEST-ONE-FINE-EXIT
           END-IF

           IF WS-VIAGEM-COM-HORA
               IF WS-PND-MINUTO(WS-PND-IDX) < WS-VIAGEM-INICIO
                   OR WS-PND-MINUTO(WS-PND-IDX) > WS-VIAGEM-FIM
                   GO TO 5110-TEST-ONE-FINE-EXIT
               END-IF
               IF WS-PND-DRIVER(WS-PND-IDX) = SPACES
                   MOVE FT-DRIVER-ID  TO WS-PND-DRIVER(WS-PND-IDX)
                   MOVE FT-DATE       TO WS-PND-VIAGEM-DATA(WS-PND-IDX)
                   MOVE FT-HORA-SAIDA TO WS-PND-VIAGEM-HORA(WS-PND-IDX)
               ELSE
                   IF WS-PND-DRIVER(WS-PND-IDX) NOT = FT-DRIVER-ID
                       MOVE 'S' TO WS-PND-HORARIO-DUP(WS-PND-IDX)
                   END-IF
               END-IF
               GO TO 5110-TEST-ONE-FINE-EXIT
           END-IF

           IF FT-DATE NOT = WS-PND-DATA(WS-PND-IDX)
               GO TO 5110-TEST-ONE-FINE-EXIT
           END-IF

           IF WS-PND-DRIVER-DIA(WS-PND-IDX) = SPACES
               MOVE FT-DRIVER-ID TO WS-PND-DRIVER-DIA(WS-PND-IDX)
           ELSE
               IF WS-PND-DRIVER-DIA(WS-PND-IDX) NOT = FT-DRIVER-ID
                   MOVE 'S' TO WS-PND-DIA-DUP(WS-PND-IDX)
               END-IF
           END-IF.

       5110-TEST-ONE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RESOLVE-FINE -- AN UNAMBIGUOUS MATCH PUTS THE DRIVER (AND
      * THE DRIVER'S EMPLOYEE ID) ON THE FINE AND PRINTS THE
      * INDICATION FORM; ANYTHING ELSE WAITS FOR THE NEXT RUN OR FOR A
      * HAND INDICATION, AND SHOWS ON THE POSITION REPORT
      ******************************************************************
       6000-RESOLVE-FINE.

           SET WS-PND-IDX TO WS-PND-SUB
           MOVE SPACES TO WS-MATCH-ORIGEM

           EVALUATE TRUE
               WHEN WS-PND-DRIVER(WS-PND-IDX) NOT = SPACES
                 AND WS-PND-HORARIO-DUP(WS-PND-IDX) = 'N'
                   MOVE 'H' TO WS-MATCH-ORIGEM
               WHEN WS-PND-DRIVER(WS-PND-IDX) NOT = SPACES
                   DISPLAY 'ATENCAO - MULTA ' WS-PND-AUTO(WS-PND-IDX)
                       ' COM MAIS DE UM MOTORISTA NO HORARIO'
               WHEN WS-PND-DRIVER-DIA(WS-PND-IDX) NOT = SPACES
                 AND WS-PND-DIA-DUP(WS-PND-IDX) = 'N'
                   MOVE 'D' TO WS-MATCH-ORIGEM
                   MOVE WS-PND-DRIVER-DIA(WS-PND-IDX)
                       TO WS-PND-DRIVER(WS-PND-IDX)
               WHEN WS-PND-DRIVER-DIA(WS-PND-IDX) NOT = SPACES
                   DISPLAY 'ATENCAO - MULTA ' WS-PND-AUTO(WS-PND-IDX)
                       ' COM MAIS DE UM MOTORISTA NO DIA'
           END-EVALUATE

           IF WS-MATCH-ORIGEM = SPACES
               GO TO 6000-RESOLVE-FINE-EXIT
           END-IF

           MOVE WS-PND-AUTO(WS-PND-IDX) TO MM-AUTO
           READ FINE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERRO - MULTA ' WS-PND-AUTO(WS-PND-IDX)
                       ' SUMIU DO MULTAMST'
                   GO TO 6000-RESOLVE-FINE-EXIT
           END-READ

           MOVE WS-PND-DRIVER(WS-PND-IDX) TO MM-DRIVER-ID
           MOVE WS-PND-DRIVER(WS-PND-IDX) TO WS-DRV-BUSCA
           PERFORM 6900-FIND-DRIVER
               THRU 6900-FIND-DRIVER-EXIT
           IF WS-DRV-ENCONTROU
               MOVE WS-DRV-EMP-ID(WS-DRV-IDX) TO MM-EMP-ID
           END-IF
           MOVE WS-DATA-HOJE TO MM-DATA-INDICACAO

           REWRITE FINE-MASTER-RECORD

           ADD 1 TO WS-QTDE-INDICADAS
           DISPLAY 'CONDUTOR IDENTIFICADO - MULTA ' MM-AUTO
               ' MOTORISTA ' MM-DRIVER-ID

           PERFORM 6100-WRITE-FORM
               THRU 6100-WRITE-FORM-EXIT.

       6000-RESOLVE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 6100-WRITE-FORM -- ONE PAGE PER FINE, FOR THE DRIVER AND THE
      * COMPANY TO SIGN AND SEND BEFORE THE DEADLINE
      ******************************************************************
       6100-WRITE-FORM.

           ADD 1 TO WS-FORM-PAGINA
           MOVE 'MULTAPRC'     TO RH-PROGRAM-ID
           MOVE WS-FORM-PAGINA TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE INDICATION-FORM-LINE FROM RH-HEADER-LINE

           MOVE SPACES TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE FROM WS-FORM-TITULO
           MOVE SPACES TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE

           MOVE SPACES TO INDICATION-FORM-LINE
           STRING '  AUTO DE INFRACAO: ' MM-AUTO
               '   PLACA: ' MM-PLACA
               '   VEICULO: ' MM-VEHICLE-ID
               DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE

           MOVE MM-DATA TO WS-DATA-TRAB
           PERFORM 6800-EDIT-DATE
               THRU 6800-EDIT-DATE-EXIT
           MOVE MM-HORA TO WS-HORA-TRAB
           MOVE WS-HT-HH TO WS-HE-HH
           MOVE WS-HT-MM TO WS-HE-MM
           MOVE SPACES TO INDICATION-FORM-LINE
           STRING '  DATA/HORA DA INFRACAO: ' WS-DATA-EDIT ' '
               WS-HORA-EDIT '   ENQUADRAMENTO: ' MM-CODIGO-INFRACAO
               DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE

           EVALUATE TRUE
               WHEN MM-LEVE
                   MOVE 'LEVE'       TO WS-GRAVIDADE-TEXTO
               WHEN MM-MEDIA
                   MOVE 'MEDIA'      TO WS-GRAVIDADE-TEXTO
               WHEN MM-GRAVE
                   MOVE 'GRAVE'      TO WS-GRAVIDADE-TEXTO
               WHEN OTHER
                   MOVE 'GRAVISSIMA' TO WS-GRAVIDADE-TEXTO
           END-EVALUATE
           MOVE MM-PONTOS TO WS-PONTOS-EDIT
           MOVE MM-VALOR  TO WS-VALOR-EDIT
           MOVE SPACES TO INDICATION-FORM-LINE
           STRING '  GRAVIDADE: ' WS-GRAVIDADE-TEXTO
               '   PONTOS: ' WS-PONTOS-EDIT
               '   VALOR R$ ' WS-VALOR-EDIT
               DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE

           MOVE MM-PRAZO-INDICACAO TO WS-DATA-TRAB
           PERFORM 6800-EDIT-DATE
               THRU 6800-EDIT-DATE-EXIT
           MOVE SPACES TO INDICATION-FORM-LINE
           IF MM-PRAZO-INDICACAO < WS-DATA-HOJE
               STRING '  PRAZO PARA INDICACAO: ' WS-DATA-EDIT
                   '   *** PRAZO VENCIDO ***'
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
               DISPLAY 'ATENCAO - MULTA ' MM-AUTO
                   ' IDENTIFICADA APOS O PRAZO DE INDICACAO'
           ELSE
               STRING '  PRAZO PARA INDICACAO: ' WS-DATA-EDIT
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           END-IF
           WRITE INDICATION-FORM-LINE

           MOVE SPACES TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE

           MOVE MM-DRIVER-ID TO WS-DRV-BUSCA
           PERFORM 6900-FIND-DRIVER
               THRU 6900-FIND-DRIVER-EXIT

           MOVE SPACES TO INDICATION-FORM-LINE
           IF WS-DRV-ENCONTROU
               STRING '  CONDUTOR: ' MM-DRIVER-ID ' - '
                   WS-DRV-NOME(WS-DRV-IDX)
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
               WRITE INDICATION-FORM-LINE
               MOVE WS-DRV-VALIDADE(WS-DRV-IDX) TO WS-DATA-TRAB
               PERFORM 6800-EDIT-DATE
                   THRU 6800-EDIT-DATE-EXIT
               MOVE SPACES TO INDICATION-FORM-LINE
               STRING '  CNH: ' WS-DRV-REGISTRO(WS-DRV-IDX)
                   '   CATEGORIA: ' WS-DRV-CATEGORIA(WS-DRV-IDX)
                   '   VALIDADE: ' WS-DATA-EDIT
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           ELSE
               STRING '  CONDUTOR: ' MM-DRIVER-ID
                   ' - *NAO CADASTRADO NO DRVMAST*'
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
               WRITE INDICATION-FORM-LINE
               MOVE SPACES TO INDICATION-FORM-LINE
               MOVE '  CNH: PREENCHER A MAO' TO INDICATION-FORM-LINE
           END-IF
           WRITE INDICATION-FORM-LINE

           MOVE SPACES TO INDICATION-FORM-LINE
           IF WS-MATCH-HORARIO
               MOVE WS-PND-VIAGEM-DATA(WS-PND-IDX) TO WS-DATA-TRAB
               PERFORM 6800-EDIT-DATE
                   THRU 6800-EDIT-DATE-EXIT
               MOVE WS-PND-VIAGEM-HORA(WS-PND-IDX) TO WS-HORA-TRAB
               MOVE WS-HT-HH TO WS-HE-HH
               MOVE WS-HT-MM TO WS-HE-MM
               STRING '  IDENTIFICADO PELA VIAGEM DE ' WS-DATA-EDIT
                   ' COM SAIDA AS ' WS-HORA-EDIT
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           ELSE
               STRING '  IDENTIFICADO PELA VIAGEM DO DIA (SEM '
                   'HORARIO REGISTRADO) -- CONFERIR'
                   DELIMITED BY SIZE INTO INDICATION-FORM-LINE
           END-IF
           WRITE INDICATION-FORM-LINE

           MOVE SPACES TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE
           MOVE '  DECLARO QUE CONDUZIA O VEICULO NA DATA E HORA ACIMA.'
               TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE
           MOVE SPACES TO INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE
           WRITE INDICATION-FORM-LINE FROM WS-FORM-ASSINATURA
           WRITE INDICATION-FORM-LINE FROM WS-FORM-ROTULOS.

       6100-WRITE-FORM-EXIT.
           EXIT.

      ******************************************************************
      * 6800-EDIT-DATE -- WS-DATA-TRAB (YYYYMMDD) TO DD/MM/YYYY
      ******************************************************************
       6800-EDIT-DATE.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO.

       6800-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 6900-FIND-DRIVER -- WS-DRV-BUSCA ON THE ROSTER
      ******************************************************************
       6900-FIND-DRIVER.

           MOVE 'N' TO WS-DRV-ACHOU

           IF WS-DRV-COUNT = ZEROS
               GO TO 6900-FIND-DRIVER-EXIT
           END-IF

           SET WS-DRV-IDX TO 1
           SEARCH WS-DRV-ENTRY
               WHEN WS-DRV-IDX > WS-DRV-COUNT
                   CONTINUE
               WHEN WS-DRV-ID(WS-DRV-IDX) = WS-DRV-BUSCA
                   MOVE 'S' TO WS-DRV-ACHOU
           END-SEARCH.

       6900-FIND-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REVIEW-MASTER -- ONE PASS OF THE WHOLE MASTER: RAISE THE
      * PAYROLL DEDUCTION OF EVERY PAID FINE THE DRIVER BEARS, AND
      * LIST EVERY FINE STILL OPEN ON THE POSITION REPORT
      ******************************************************************
       7000-REVIEW-MASTER.

           MOVE 'MULTAPRC' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE FINE-POSITION-LINE FROM RH-HEADER-LINE

           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           PERFORM 6800-EDIT-DATE
               THRU 6800-EDIT-DATE-EXIT
           MOVE SPACES TO FINE-POSITION-LINE
           STRING 'POSICAO DAS MULTAS DE TRANSITO EM ' WS-DATA-EDIT
               DELIMITED BY SIZE INTO FINE-POSITION-LINE
           WRITE FINE-POSITION-LINE
           WRITE FINE-POSITION-LINE FROM WS-RPT-COLUNAS

           PERFORM 8600-START-MASTER
               THRU 8600-START-MASTER-EXIT

           PERFORM 7100-REVIEW-ONE-FINE
               THRU 7100-REVIEW-ONE-FINE-EXIT
               UNTIL WS-MM-END-OF-FILE

           MOVE SPACES TO FINE-POSITION-LINE
           WRITE FINE-POSITION-LINE

           MOVE SPACES                TO WS-RTT-ROTULO
           MOVE 'MULTAS EM ABERTO'    TO WS-RTT-ROTULO
           MOVE WS-QTDE-ABERTAS       TO WS-RTT-QTDE
           MOVE WS-VALOR-ABERTO       TO WS-RTT-VALOR
           WRITE FINE-POSITION-LINE FROM WS-RPT-TOTAL

           MOVE 'DESCONTOS EM FOLHA GERADOS NESTA RODADA'
               TO WS-RTT-ROTULO
           MOVE WS-QTDE-DESCONTOS     TO WS-RTT-QTDE
           MOVE WS-VALOR-DESCONTOS    TO WS-RTT-VALOR
           WRITE FINE-POSITION-LINE FROM WS-RPT-TOTAL.

       7000-REVIEW-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 7100-REVIEW-ONE-FINE
      ******************************************************************
       7100-REVIEW-ONE-FINE.

           MOVE 'N' TO WS-REGRAVA-SW

           IF MM-CANCELADA
               GO TO 7100-REVIEW-ONE-FINE-NEXT
           END-IF

      *    AN EMPLOYEE ID KEYED ON DRVMAST AFTER THE DRIVER WAS
      *    IDENTIFIED STILL REACHES THE FINE
           IF MM-DRIVER-ID NOT = SPACES AND MM-EMP-ID = SPACES
               MOVE MM-DRIVER-ID TO WS-DRV-BUSCA
               PERFORM 6900-FIND-DRIVER
                   THRU 6900-FIND-DRIVER-EXIT
               IF WS-DRV-ENCONTROU
                   AND WS-DRV-EMP-ID(WS-DRV-IDX) NOT = SPACES
                   MOVE WS-DRV-EMP-ID(WS-DRV-IDX) TO MM-EMP-ID
                   MOVE 'S' TO WS-REGRAVA-SW
               END-IF
           END-IF

           IF MM-PAGA AND MM-MOTORISTA-PAGA
               AND NOT MM-DESCONTO-GERADO
               PERFORM 7200-RAISE-DEDUCTION
                   THRU 7200-RAISE-DEDUCTION-EXIT
           END-IF

           IF MM-ABERTA
               PERFORM 7300-WRITE-POSITION
                   THRU 7300-WRITE-POSITION-EXIT
           END-IF

           IF WS-REGRAVA-MULTA
               REWRITE FINE-MASTER-RECORD
           END-IF.

       7100-REVIEW-ONE-FINE-NEXT.

           PERFORM 8700-READ-NEXT-MASTER
               THRU 8700-READ-NEXT-MASTER-EXIT.

       7100-REVIEW-ONE-FINE-EXIT.
           EXIT.

      ******************************************************************
      * 7200-RAISE-DEDUCTION -- THE AMOUNT ACTUALLY PAID (WITH ANY
      * EARLY-PAYMENT DISCOUNT) GOES TO THE DRIVER'S PAYROLL. A FINE
      * WITH NO DRIVER OR NO EMPLOYEE ID YET IS LISTED AND RETRIED ON
      * THE NEXT RUN
      ******************************************************************
       7200-RAISE-DEDUCTION.

           IF MM-EMP-ID = SPACES
               ADD 1 TO WS-QTDE-SEM-MATRICULA
               PERFORM 7300-WRITE-POSITION
                   THRU 7300-WRITE-POSITION-EXIT
               GO TO 7200-RAISE-DEDUCTION-EXIT
           END-IF

           IF NOT WS-MULTADES-ABERTO
               OPEN EXTEND FINE-DEDUCTION-FILE
               IF WS-MD-STATUS NOT = '00'
                   OPEN OUTPUT FINE-DEDUCTION-FILE
               END-IF
               MOVE 'S' TO WS-MD-ABERTO-SW
           END-IF

           MOVE SPACES        TO FINE-DEDUCTION-RECORD
           MOVE MM-EMP-ID     TO MD-EMP-ID
           MOVE MM-AUTO       TO MD-AUTO
           MOVE WS-DATA-HOJE  TO MD-DATA
           IF MM-VALOR-PAGO > ZEROS
               MOVE MM-VALOR-PAGO TO MD-VALOR
           ELSE
               MOVE MM-VALOR      TO MD-VALOR
           END-IF
           WRITE FINE-DEDUCTION-RECORD

           MOVE 'S'          TO MM-DESCONTO-SW
           MOVE WS-DATA-HOJE TO MM-DATA-DESCONTO
           MOVE 'S'          TO WS-REGRAVA-SW

           ADD 1        TO WS-QTDE-DESCONTOS
           ADD MD-VALOR TO WS-VALOR-DESCONTOS
           DISPLAY 'DESCONTO EM FOLHA - MULTA ' MM-AUTO
               ' FUNCIONARIO ' MM-EMP-ID ' R$ ' MD-VALOR.

       7200-RAISE-DEDUCTION-EXIT.
           EXIT.

      ******************************************************************
      * 7300-WRITE-POSITION -- ONE LINE PER OPEN FINE (AND PER PAID
      * FINE WHOSE DEDUCTION IS HELD UP); AN OPEN FINE WITH NO DRIVER
      * IS FLAGGED AGAINST THE INDICATION DEADLINE
      ******************************************************************
       7300-WRITE-POSITION.

           MOVE SPACES        TO WS-RPT-DETALHE
           MOVE MM-AUTO       TO WS-RD-AUTO
           MOVE MM-PLACA      TO WS-RD-PLACA
           MOVE MM-DATA       TO WS-DATA-TRAB
           PERFORM 6800-EDIT-DATE
               THRU 6800-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT  TO WS-RD-DATA
           MOVE MM-DRIVER-ID  TO WS-RD-DRIVER
           MOVE MM-VALOR      TO WS-RD-VALOR
           MOVE MM-DATA-VENCIMENTO TO WS-DATA-TRAB
           PERFORM 6800-EDIT-DATE
               THRU 6800-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT  TO WS-RD-VENCIMENTO

           EVALUATE TRUE
               WHEN MM-PAGA
                   MOVE 'PAGA - SEM MATRICULA' TO WS-RD-SITUACAO
               WHEN MM-DRIVER-ID = SPACES
                   ADD 1 TO WS-QTDE-SEM-CONDUTOR
                   COMPUTE WS-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(MM-PRAZO-INDICACAO)
                   EVALUATE TRUE
                       WHEN WS-INT-DATA < WS-INT-HOJE
                           MOVE 'INDICACAO VENCIDA'
                               TO WS-RD-SITUACAO
                       WHEN WS-INT-DATA - WS-INT-HOJE
                               NOT > WS-DIAS-URGENCIA
                           MOVE 'SEM CONDUTOR - URGENTE'
                               TO WS-RD-SITUACAO
                       WHEN OTHER
                           MOVE 'SEM CONDUTOR'
                               TO WS-RD-SITUACAO
                   END-EVALUATE
               WHEN MM-DATA-VENCIMENTO < WS-DATA-HOJE
                   MOVE 'PAGAMENTO VENCIDO' TO WS-RD-SITUACAO
               WHEN OTHER
                   MOVE 'A PAGAR'           TO WS-RD-SITUACAO
           END-EVALUATE

           IF MM-ABERTA
               ADD 1        TO WS-QTDE-ABERTAS
               ADD MM-VALOR TO WS-VALOR-ABERTO
           END-IF

           WRITE FINE-POSITION-LINE FROM WS-RPT-DETALHE.

       7300-WRITE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-NOTICE
      ******************************************************************
       8000-READ-NOTICE.

           READ FINE-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-MN-EOF-SWITCH
           END-READ.

       8000-READ-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-PAYMENT
      ******************************************************************
       8100-READ-PAYMENT.

           READ FINE-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-MP-EOF-SWITCH
           END-READ.

       8100-READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-TRIP
      ******************************************************************
       8200-READ-TRIP.

           READ FLEET-TRIP-FILE
               AT END
                   MOVE 'Y' TO WS-FT-EOF-SWITCH
           END-READ.

       8200-READ-TRIP-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-DRIVER
      ******************************************************************
       8300-READ-DRIVER.

           READ DRIVER-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-DR-EOF-SWITCH
           END-READ.

       8300-READ-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-VEHICLE
      ******************************************************************
       8400-READ-VEHICLE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8400-READ-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 8600-START-MASTER -- POSITION AT THE FIRST FINE AND READ IT
      ******************************************************************
       8600-START-MASTER.

           MOVE 'N' TO WS-MM-EOF-SWITCH
           MOVE LOW-VALUES TO MM-AUTO

           START FINE-MASTER-FILE KEY IS NOT LESS THAN MM-AUTO
               INVALID KEY
                   MOVE 'Y' TO WS-MM-EOF-SWITCH
                   GO TO 8600-START-MASTER-EXIT
           END-START

           PERFORM 8700-READ-NEXT-MASTER
               THRU 8700-READ-NEXT-MASTER-EXIT.

       8600-START-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8700-READ-NEXT-MASTER
      ******************************************************************
       8700-READ-NEXT-MASTER.

           READ FINE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MM-EOF-SWITCH
           END-READ.

       8700-READ-NEXT-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE -- CLOSE UP, RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       9000-FINALIZE.

           IF WS-MN-STATUS = '00' OR WS-MN-STATUS = '10'
               CLOSE FINE-NOTICE-FILE
           END-IF
           IF WS-MP-STATUS = '00' OR WS-MP-STATUS = '10'
               CLOSE FINE-PAYMENT-FILE
           END-IF
           IF WS-MULTADES-ABERTO
               CLOSE FINE-DEDUCTION-FILE
           END-IF
           CLOSE FINE-MASTER-FILE
           CLOSE FINE-REJECT-FILE
           CLOSE INDICATION-FORM-FILE
           CLOSE FINE-POSITION-FILE

           DISPLAY 'NOTIFICACOES LIDAS:         ' WS-QTDE-NOTIFICACOES
           DISPLAY 'MULTAS CADASTRADAS:         ' WS-QTDE-NOVAS
           DISPLAY 'MULTAS PAGAS:               ' WS-QTDE-PAGAS
           DISPLAY 'MULTAS CANCELADAS:          ' WS-QTDE-CANCELADAS
           DISPLAY 'REGISTROS REJEITADOS:       ' WS-QTDE-REJEITADAS
           DISPLAY 'CONDUTORES IDENTIFICADOS:   ' WS-QTDE-INDICADAS
           DISPLAY 'MULTAS AINDA SEM CONDUTOR:  ' WS-QTDE-SEM-CONDUTOR
           DISPLAY 'DESCONTOS EM FOLHA GERADOS: ' WS-QTDE-DESCONTOS
           DISPLAY 'DESCONTOS SEM MATRICULA:    ' WS-QTDE-SEM-MATRICULA

           MOVE 'MULTAPRC'         TO CT-PROGRAM-ID
           MOVE 'MULTAS NOVAS'     TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-NOVAS      TO CT-TOTAL-1-VALOR
           MOVE 'INDICACOES'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-INDICADAS  TO CT-TOTAL-2-VALOR
           MOVE 'DESCONTOS R$'     TO CT-TOTAL-3-LABEL
           MOVE WS-VALOR-DESCONTOS TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       9000-FINALIZE-EXIT.
           EXIT.
