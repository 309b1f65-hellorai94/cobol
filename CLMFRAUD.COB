      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CLAIMS FRAUD-INDICATOR SCREENING. CLAIMENT AND
      * CLMSTAT MOVED A CLAIM TO APPROVED AND PAID WITH NO QUESTIONS
      * ASKED. THIS PASS RUNS BETWEEN THEM AND SCORES EVERY
      * REGISTERED OR RESERVED CLAIM NOT YET SCREENED AGAINST FIVE
      * RED FLAGS:
      *   I - CLAIM SHORTLY AFTER THE TERM STARTED OR AFTER THE
      *       POLICY WAS REINSTATED FROM LAPSE;
      *   F - SEVERAL OTHER CLAIMS ON THE POLICY WITHIN A WINDOW;
      *   A - AMOUNT JUST UNDER THE CLAIMS APPROVAL LIMIT;
      *   C - THE SAME CAUSE ALREADY CLAIMED ON THE POLICY;
      *   D - THE HOLDER'S CPF (TITCPF) ON ANOTHER POLICY WITH
      *       CLAIMS.
      * A SCORE AT OR ABOVE THE CUT-OFF (FRAUDPAR PARAMETER FILE)
      * HOLDS THE CLAIM IN STATUS 'F' -- EM ANALISE -- WHICH ONLY AN
      * OPERTAB OPERATOR WITH FUNCTION 'L' CAN RELEASE THROUGH
      * CLMSTAT, AND PRINTS IT ON THE FRAUDREF REFERRAL REPORT FOR
      * THE INVESTIGATION TEAM. EVERY SCREENED CLAIM LEAVES A RECORD
      * ON THE FRAUDLOG TRAIL, WHICH IS ALSO HOW CLMSTAT KNOWS A
      * CLAIM WAS SCREENED BEFORE IT LETS IT BE APPROVED OR PAID.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMFRAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.

           SELECT PREMIUM-SCHEDULE-FILE ASSIGN TO "PREMSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT HOLDER-CPF-FILE ASSIGN TO "TITCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT FRAUD-PARM-FILE ASSIGN TO "FRAUDPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.

           SELECT FRAUD-LOG-FILE ASSIGN TO "FRAUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT REFERRAL-REPORT-FILE ASSIGN TO "FRAUDREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CLAIMS-RECORD.
           05  CL-POLICY-NUM       PIC X(08).
           05  CL-DATA             PIC 9(08).
           05  CL-CAUSA            PIC X(15).
           05  CL-VALOR-PAGO       PIC 9(07)V99.
           05  CL-STATUS           PIC X(01).
           05  CL-VALOR-RESERVA    PIC 9(07)V99.

       FD  POLICY-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  POLICY-MASTER-RECORD.
           05  PM-APPLICANT-ID     PIC X(05).
           05  PM-POLICY-NUM       PIC X(08).
           05  PM-PREMIO-BASE      PIC 9(05)V99.
           05  PM-DATA-RENOVACAO   PIC 9(08).
           05  PM-STATUS           PIC X(01).
           05  PM-DATA-LAPSO       PIC 9(08).

       FD  PREMIUM-SCHEDULE-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  PREMIUM-SCHEDULE-RECORD.
           05  PS-POLICY-NUM       PIC X(08).
           05  PS-COMPETENCIA      PIC 9(06).
           05  PS-DATA-VENC        PIC 9(08).
           05  PS-VALOR            PIC 9(05)V99.
           05  PS-STATUS           PIC X(01).
               88  PS-QUITADA             VALUE 'Q'.
           05  PS-DATA-PGTO        PIC 9(08).

      *-----------------------------------------------------------------
      * HOLDER-CPF-FILE -- THE CPF OF EACH POLICY APPLICANT
      *-----------------------------------------------------------------
       FD  HOLDER-CPF-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  HOLDER-CPF-RECORD.
           05  TC-APPLICANT-ID     PIC X(05).
           05  TC-CPF              PIC X(11).

      *-----------------------------------------------------------------
      * FRAUD-PARM-FILE -- ONE LINE OVERRIDING THE SCREENING DEFAULTS
      *-----------------------------------------------------------------
       FD  FRAUD-PARM-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  FRAUD-PARM-RECORD.
           05  FP-PONTOS-CORTE     PIC 9(03).
           05  FP-DIAS-INICIO      PIC 9(03).
           05  FP-DIAS-JANELA      PIC 9(03).
           05  FP-QTDE-JANELA      PIC 9(02).
           05  FP-LIMITE-ALCADA    PIC 9(07)V99.
           05  FP-FAIXA-PCT        PIC 9(02).

      *-----------------------------------------------------------------
      * FRAUD-LOG-FILE -- ONE RECORD PER SCREENED CLAIM AND PER
      * OPERATOR RELEASE, APPENDED ACROSS RUNS (SHARED WITH CLMSTAT)
      *-----------------------------------------------------------------
       FD  FRAUD-LOG-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  FRAUD-LOG-RECORD.
           05  FL-POLICY-NUM       PIC X(08).
           05  FL-DATA-SINISTRO    PIC 9(08).
           05  FL-DATA-EVENTO      PIC 9(08).
           05  FL-RESULTADO        PIC X(01).
               88  FL-SEM-INDICIO         VALUE 'L'.
               88  FL-ENCAMINHADO         VALUE 'E'.
               88  FL-LIBERADO-OPERADOR   VALUE 'O'.
           05  FL-PONTOS           PIC 9(03).
           05  FL-INDICADORES      PIC X(05).
           05  FL-OPERADOR         PIC X(08).
           05  FILLER              PIC X(09).

       FD  REFERRAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERRAL-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-FL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE            VALUE 'Y'.
       77  WS-PM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PM-END-OF-FILE            VALUE 'Y'.
       77  WS-PS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PS-END-OF-FILE            VALUE 'Y'.
       77  WS-TC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TC-END-OF-FILE            VALUE 'Y'.
       77  WS-FL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-FL-END-OF-FILE            VALUE 'Y'.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

      *-----------------------------------------------------------------
      * SCREENING PARAMETERS -- DEFAULTS, OVERRIDDEN BY FRAUDPAR
      *-----------------------------------------------------------------
       77  WS-PONTOS-CORTE         PIC 9(03) VALUE 50.
       77  WS-DIAS-INICIO          PIC 9(03) VALUE 90.
       77  WS-DIAS-JANELA          PIC 9(03) VALUE 180.
       77  WS-QTDE-JANELA          PIC 9(02) VALUE 2.
       77  WS-LIMITE-ALCADA        PIC 9(07)V99 VALUE 10000.00.
       77  WS-FAIXA-PCT            PIC 9(02) VALUE 10.
       77  WS-PISO-ALCADA          PIC 9(07)V99 VALUE ZEROS.

      *    RED-FLAG WEIGHTS
       77  WS-PESO-INICIO          PIC 9(03) VALUE 30.
       77  WS-PESO-FREQUENCIA      PIC 9(03) VALUE 25.
       77  WS-PESO-ALCADA          PIC 9(03) VALUE 20.
       77  WS-PESO-CAUSA           PIC 9(03) VALUE 15.
       77  WS-PESO-CPF             PIC 9(03) VALUE 30.

      *    AN INSTALLMENT SETTLED MORE THAN PREMBILL'S DEFAULT GRACE
      *    AFTER ITS DUE DATE WAS PAID BY A LAPSED POLICY -- THAT
      *    PAYMENT IS WHAT REINSTATED IT
       77  WS-CARENCIA-DIAS        PIC 9(03) VALUE 60.

      *-----------------------------------------------------------------
      * THE CLAIMS HISTORY IN CORE (CLMSTAT'S LIMIT)
      *-----------------------------------------------------------------
       01  WS-CLM-TABLE.
           05  WS-CLM-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CLM-IDX.
               10  WS-CLM-POLICY   PIC X(08).
               10  WS-CLM-DATA     PIC 9(08).
               10  WS-CLM-CAUSA    PIC X(15).
               10  WS-CLM-PAGO     PIC 9(07)V99.
               10  WS-CLM-STATUS   PIC X(01).
               10  WS-CLM-RESERVA  PIC 9(07)V99.

       77  WS-CLM-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CLM-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-OUT-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * POLICIES WITH THEIR APPLICANT AND TERM START
      *-----------------------------------------------------------------
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-POL-IDX.
               10  WS-POL-NUM         PIC X(08).
               10  WS-POL-APPLICANT   PIC X(05).
               10  WS-POL-RENOVACAO   PIC 9(08).

       77  WS-POL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-POL-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REINSTATING PAYMENTS -- POLICY AND PAYMENT DATE OF EVERY
      * INSTALLMENT SETTLED PAST THE GRACE PERIOD
      *-----------------------------------------------------------------
       01  WS-REI-TABLE.
           05  WS-REI-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-REI-IDX.
               10  WS-REI-POLICY      PIC X(08).
               10  WS-REI-DATA        PIC 9(08).

       77  WS-REI-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-REI-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * APPLICANT CPFS
      *-----------------------------------------------------------------
       01  WS-CPF-TABLE.
           05  WS-CPF-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPF-IDX.
               10  WS-CPF-APPLICANT   PIC X(05).
               10  WS-CPF-NUM         PIC X(11).

       77  WS-CPF-COUNT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * CLAIMS ALREADY SCREENED, FROM FRAUDLOG
      *-----------------------------------------------------------------
       01  WS-TRI-TABLE.
           05  WS-TRI-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-TRI-IDX.
               10  WS-TRI-POLICY      PIC X(08).
               10  WS-TRI-DATA        PIC 9(08).

       77  WS-TRI-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-TRI-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-TRI-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE CLAIM'S SCREENING
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-INT-SINISTRO         PIC 9(07) VALUE ZEROS.
       77  WS-INT-REFERENCIA       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-DIFERENCA       PIC S9(07) VALUE ZEROS.
       77  WS-VALOR-SINISTRO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-PONTOS               PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-NA-JANELA       PIC 9(03) VALUE ZEROS.
       77  WS-APPLICANT-ATUAL      PIC X(05) VALUE SPACES.
       77  WS-CPF-ATUAL            PIC X(11) VALUE SPACES.
       77  WS-CPF-OUTRO            PIC X(11) VALUE SPACES.
       77  WS-APPLICANT-BUSCA      PIC X(05) VALUE SPACES.
       77  WS-CPF-ACHADO           PIC X(11) VALUE SPACES.
       77  WS-OUTRA-APOLICE        PIC X(08) VALUE SPACES.
       77  WS-OUTRA-ACHOU          PIC X(01) VALUE 'N'.
           88  WS-OUTRA-TEM-SINISTRO        VALUE 'S'.

       01  WS-DATA-TRAB            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).

       01  WS-INDICADORES.
           05  WS-IND-INICIO       PIC X(01).
           05  WS-IND-FREQUENCIA   PIC X(01).
           05  WS-IND-ALCADA       PIC X(01).
           05  WS-IND-CAUSA        PIC X(01).
           05  WS-IND-CPF          PIC X(01).

       77  WS-QTDE-TRIADOS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ENCAMINHADOS    PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-ENCAMINHADO    PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REFERRAL REPORT
      *-----------------------------------------------------------------
       01  WS-DATA-EDIT.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       01  WS-REF-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'APOLICE   DATA SIN.   CAUSA             '.
           05  FILLER              PIC X(40) VALUE
               '      VALOR  PONTOS                     '.

       01  WS-REF-DETALHE.
           05  WS-RF-POLICY        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RF-DATA          PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RF-CAUSA         PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RF-VALOR         PIC Z(06)9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RF-PONTOS        PIC ZZ9.

       01  WS-REF-TOTAL-LINHA.
           05  FILLER              PIC X(26) VALUE
               'TOTAL ENCAMINHADO         '.
           05  WS-RT-QTDE          PIC Z(04)9.
           05  FILLER              PIC X(05) VALUE '  R$ '.
           05  WS-RT-VALOR         PIC Z(08)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'CLMFRAUD' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-SCREEN-CLAIM
                   THRU 2000-SCREEN-CLAIM-EXIT
                   VARYING WS-CLM-SUB FROM 1 BY 1
                   UNTIL WS-CLM-SUB > WS-CLM-COUNT
           END-IF

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PARAMETERS AND THE REFERENCE TABLES, THEN
      * THE CLAIMS HISTORY; A HISTORY THAT DOES NOT FIT IS NOT
      * SCREENED AT ALL, SINCE IT COULD NOT BE REWRITTEN
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-CLM-TABLE
           MOVE SPACES TO WS-POL-TABLE
           MOVE SPACES TO WS-REI-TABLE
           MOVE SPACES TO WS-CPF-TABLE
           MOVE SPACES TO WS-TRI-TABLE

           PERFORM 1100-LOAD-PARAMETERS
               THRU 1100-LOAD-PARAMETERS-EXIT

           OPEN INPUT CLAIMS-FILE
           IF WS-CL-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO CLAIMS -- NADA A TRIAR'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8000-READ-CLAIM
               THRU 8000-READ-CLAIM-EXIT
           PERFORM 1200-STORE-CLAIM
               THRU 1200-STORE-CLAIM-EXIT
               UNTIL WS-CL-END-OF-FILE
           CLOSE CLAIMS-FILE

           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - CLAIMS NAO COUBE NA TABELA -- '
                   'TRIAGEM NAO EXECUTADA'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1300-LOAD-POLICIES
               THRU 1300-LOAD-POLICIES-EXIT

           PERFORM 1400-LOAD-REINSTATEMENTS
               THRU 1400-LOAD-REINSTATEMENTS-EXIT

           PERFORM 1500-LOAD-HOLDER-CPF
               THRU 1500-LOAD-HOLDER-CPF-EXIT

           PERFORM 1600-LOAD-SCREENED
               THRU 1600-LOAD-SCREENED-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND FRAUD-LOG-FILE
           IF WS-FL-STATUS NOT = '00'
               OPEN OUTPUT FRAUD-LOG-FILE
           END-IF

           OPEN OUTPUT REFERRAL-REPORT-FILE
           MOVE 'CLMFRAUD' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE REFERRAL-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'SINISTROS ENCAMINHADOS PARA INVESTIGACAO'
               TO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE FROM WS-REF-COLUNAS.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PARAMETERS -- NO FRAUDPAR FILE KEEPS THE DEFAULTS;
      * A ZERO OR NON-NUMERIC FIELD KEEPS ITS DEFAULT
      ******************************************************************
       1100-LOAD-PARAMETERS.

           OPEN INPUT FRAUD-PARM-FILE
           IF WS-FP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO FRAUDPAR -- PARAMETROS '
                   'PADRAO DA TRIAGEM'
               GO TO 1100-LOAD-PARAMETERS-CALC
           END-IF

           READ FRAUD-PARM-FILE
               AT END
                   MOVE SPACES TO FRAUD-PARM-RECORD
           END-READ

           IF FP-PONTOS-CORTE NUMERIC AND FP-PONTOS-CORTE > ZEROS
               MOVE FP-PONTOS-CORTE TO WS-PONTOS-CORTE
           END-IF
           IF FP-DIAS-INICIO NUMERIC AND FP-DIAS-INICIO > ZEROS
               MOVE FP-DIAS-INICIO TO WS-DIAS-INICIO
           END-IF
           IF FP-DIAS-JANELA NUMERIC AND FP-DIAS-JANELA > ZEROS
               MOVE FP-DIAS-JANELA TO WS-DIAS-JANELA
           END-IF
           IF FP-QTDE-JANELA NUMERIC AND FP-QTDE-JANELA > ZEROS
               MOVE FP-QTDE-JANELA TO WS-QTDE-JANELA
           END-IF
           IF FP-LIMITE-ALCADA NUMERIC AND FP-LIMITE-ALCADA > ZEROS
               MOVE FP-LIMITE-ALCADA TO WS-LIMITE-ALCADA
           END-IF
           IF FP-FAIXA-PCT NUMERIC AND FP-FAIXA-PCT > ZEROS
               MOVE FP-FAIXA-PCT TO WS-FAIXA-PCT
           END-IF

           CLOSE FRAUD-PARM-FILE.

       1100-LOAD-PARAMETERS-CALC.

      *    "JUST UNDER THE LIMIT" IS THE BAND FROM THE LIMIT LESS
      *    WS-FAIXA-PCT PERCENT UP TO (NOT INCLUDING) THE LIMIT
           COMPUTE WS-PISO-ALCADA ROUNDED =
               WS-LIMITE-ALCADA * WS-FAIXA-PCT / 100
           COMPUTE WS-PISO-ALCADA =
               WS-LIMITE-ALCADA - WS-PISO-ALCADA

           DISPLAY 'TRIAGEM - CORTE ' WS-PONTOS-CORTE ' PONTOS, '
               'ALCADA R$ ' WS-LIMITE-ALCADA.

       1100-LOAD-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-CLAIM
      ******************************************************************
       1200-STORE-CLAIM.

           IF WS-CLM-COUNT < 500
               ADD 1 TO WS-CLM-COUNT
               SET WS-CLM-IDX TO WS-CLM-COUNT
               MOVE CL-POLICY-NUM    TO WS-CLM-POLICY(WS-CLM-IDX)
               MOVE CL-DATA          TO WS-CLM-DATA(WS-CLM-IDX)
               MOVE CL-CAUSA         TO WS-CLM-CAUSA(WS-CLM-IDX)
               MOVE CL-VALOR-PAGO    TO WS-CLM-PAGO(WS-CLM-IDX)
               MOVE CL-STATUS        TO WS-CLM-STATUS(WS-CLM-IDX)
               MOVE CL-VALOR-RESERVA TO WS-CLM-RESERVA(WS-CLM-IDX)
           ELSE
               DISPLAY 'TABELA DE SINISTROS CHEIA -- '
                   CL-POLICY-NUM ' ' CL-DATA ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8000-READ-CLAIM
               THRU 8000-READ-CLAIM-EXIT.

       1200-STORE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-POLICIES -- NO POLMAST MEANS NO TERM-START OR CPF
      * INDICATOR
      ******************************************************************
       1300-LOAD-POLICIES.

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO POLMAST -- SEM CRITICA '
                   'DE INICIO DE VIGENCIA E CPF'
               GO TO 1300-LOAD-POLICIES-EXIT
           END-IF

           PERFORM 8100-READ-POLICY
               THRU 8100-READ-POLICY-EXIT
           PERFORM 1310-STORE-POLICY
               THRU 1310-STORE-POLICY-EXIT
               UNTIL WS-PM-END-OF-FILE

           CLOSE POLICY-MASTER-FILE.

       1300-LOAD-POLICIES-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-POLICY
      ******************************************************************
       1310-STORE-POLICY.

           IF WS-POL-COUNT < 200
               ADD 1 TO WS-POL-COUNT
               SET WS-POL-IDX TO WS-POL-COUNT
               MOVE PM-POLICY-NUM     TO WS-POL-NUM(WS-POL-IDX)
               MOVE PM-APPLICANT-ID   TO WS-POL-APPLICANT(WS-POL-IDX)
               MOVE PM-DATA-RENOVACAO TO WS-POL-RENOVACAO(WS-POL-IDX)
           ELSE
               DISPLAY 'TABELA DE APOLICES CHEIA -- '
                   PM-POLICY-NUM ' SEM CRITICA DE VIGENCIA E CPF'
           END-IF

           PERFORM 8100-READ-POLICY
               THRU 8100-READ-POLICY-EXIT.

       1310-STORE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-REINSTATEMENTS -- THE LATE-SETTLED INSTALLMENTS OF
      * PREMSCHD; NO FILE MEANS NO REINSTATEMENT CHECK
      ******************************************************************
       1400-LOAD-REINSTATEMENTS.

           OPEN INPUT PREMIUM-SCHEDULE-FILE
           IF WS-PS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PREMSCHD -- SEM CRITICA '
                   'DE REINTEGRACAO'
               GO TO 1400-LOAD-REINSTATEMENTS-EXIT
           END-IF

           PERFORM 8200-READ-SCHEDULE
               THRU 8200-READ-SCHEDULE-EXIT
           PERFORM 1410-STORE-REINSTATEMENT
               THRU 1410-STORE-REINSTATEMENT-EXIT
               UNTIL WS-PS-END-OF-FILE

           CLOSE PREMIUM-SCHEDULE-FILE.

       1400-LOAD-REINSTATEMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-REINSTATEMENT
      ******************************************************************
       1410-STORE-REINSTATEMENT.

           IF NOT PS-QUITADA
               OR PS-DATA-VENC NOT NUMERIC
               OR PS-DATA-PGTO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(PS-DATA-VENC) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(PS-DATA-PGTO) NOT = 0
               GO TO 1410-STORE-REINSTATEMENT-NEXT
           END-IF

           COMPUTE WS-DIAS-DIFERENCA =
               FUNCTION INTEGER-OF-DATE(PS-DATA-PGTO)
                   - FUNCTION INTEGER-OF-DATE(PS-DATA-VENC)
           IF WS-DIAS-DIFERENCA NOT > WS-CARENCIA-DIAS
               GO TO 1410-STORE-REINSTATEMENT-NEXT
           END-IF

           IF WS-REI-COUNT < 500
               ADD 1 TO WS-REI-COUNT
               SET WS-REI-IDX TO WS-REI-COUNT
               MOVE PS-POLICY-NUM TO WS-REI-POLICY(WS-REI-IDX)
               MOVE PS-DATA-PGTO  TO WS-REI-DATA(WS-REI-IDX)
           ELSE
               DISPLAY 'TABELA DE REINTEGRACOES CHEIA -- '
                   PS-POLICY-NUM ' ' PS-DATA-PGTO ' IGNORADA'
           END-IF.

       1410-STORE-REINSTATEMENT-NEXT.

           PERFORM 8200-READ-SCHEDULE
               THRU 8200-READ-SCHEDULE-EXIT.

       1410-STORE-REINSTATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-HOLDER-CPF -- NO TITCPF MEANS NO CPF INDICATOR
      ******************************************************************
       1500-LOAD-HOLDER-CPF.

           OPEN INPUT HOLDER-CPF-FILE
           IF WS-TC-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO TITCPF -- SEM CRITICA '
                   'DE CPF EM OUTRAS APOLICES'
               GO TO 1500-LOAD-HOLDER-CPF-EXIT
           END-IF

           PERFORM 8300-READ-HOLDER-CPF
               THRU 8300-READ-HOLDER-CPF-EXIT
           PERFORM 1510-STORE-HOLDER-CPF
               THRU 1510-STORE-HOLDER-CPF-EXIT
               UNTIL WS-TC-END-OF-FILE

           CLOSE HOLDER-CPF-FILE.

       1500-LOAD-HOLDER-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 1510-STORE-HOLDER-CPF
      ******************************************************************
       1510-STORE-HOLDER-CPF.

           IF TC-CPF = SPACES
               GO TO 1510-STORE-HOLDER-CPF-NEXT
           END-IF

           IF WS-CPF-COUNT < 500
               ADD 1 TO WS-CPF-COUNT
               SET WS-CPF-IDX TO WS-CPF-COUNT
               MOVE TC-APPLICANT-ID TO WS-CPF-APPLICANT(WS-CPF-IDX)
               MOVE TC-CPF          TO WS-CPF-NUM(WS-CPF-IDX)
           ELSE
               DISPLAY 'TABELA DE CPF CHEIA -- PROPONENTE '
                   TC-APPLICANT-ID ' SEM CRITICA DE CPF'
           END-IF.

       1510-STORE-HOLDER-CPF-NEXT.

           PERFORM 8300-READ-HOLDER-CPF
               THRU 8300-READ-HOLDER-CPF-EXIT.

       1510-STORE-HOLDER-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-SCREENED -- EVERY CLAIM ON FRAUDLOG WAS SCREENED IN
      * AN EARLIER RUN AND IS NOT SCORED AGAIN; A FULL TABLE REFUSES
      * THE RUN, OR A RELEASED CLAIM WOULD BE HELD A SECOND TIME
      ******************************************************************
       1600-LOAD-SCREENED.

           OPEN INPUT FRAUD-LOG-FILE
           IF WS-FL-STATUS NOT = '00'
               GO TO 1600-LOAD-SCREENED-EXIT
           END-IF

           PERFORM 8400-READ-FRAUD-LOG
               THRU 8400-READ-FRAUD-LOG-EXIT
           PERFORM 1610-STORE-SCREENED
               THRU 1610-STORE-SCREENED-EXIT
               UNTIL WS-FL-END-OF-FILE

           CLOSE FRAUD-LOG-FILE.

       1600-LOAD-SCREENED-EXIT.
           EXIT.

      ******************************************************************
      * 1610-STORE-SCREENED
      ******************************************************************
       1610-STORE-SCREENED.

           IF FL-LIBERADO-OPERADOR
               GO TO 1610-STORE-SCREENED-NEXT
           END-IF

           IF WS-TRI-COUNT < 2000
               ADD 1 TO WS-TRI-COUNT
               SET WS-TRI-IDX TO WS-TRI-COUNT
               MOVE FL-POLICY-NUM    TO WS-TRI-POLICY(WS-TRI-IDX)
               MOVE FL-DATA-SINISTRO TO WS-TRI-DATA(WS-TRI-IDX)
           ELSE
               DISPLAY 'TABELA DE TRIAGENS CHEIA -- '
                   FL-POLICY-NUM ' ' FL-DATA-SINISTRO
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
           END-IF.

       1610-STORE-SCREENED-NEXT.

           PERFORM 8400-READ-FRAUD-LOG
               THRU 8400-READ-FRAUD-LOG-EXIT.

       1610-STORE-SCREENED-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCREEN-CLAIM -- REGISTERED OR RESERVED CLAIMS NOT YET ON
      * FRAUDLOG; SCORE THE RED FLAGS, LOG THE RESULT AND HOLD THE
      * CLAIM AT OR ABOVE THE CUT-OFF
      ******************************************************************
       2000-SCREEN-CLAIM.

           SET WS-CLM-IDX TO WS-CLM-SUB

           IF WS-CLM-STATUS(WS-CLM-IDX) NOT = 'R'
               AND WS-CLM-STATUS(WS-CLM-IDX) NOT = 'V'
               GO TO 2000-SCREEN-CLAIM-EXIT
           END-IF

           MOVE 'N' TO WS-TRI-ACHOU
           IF WS-TRI-COUNT > ZEROS
               SET WS-TRI-IDX TO 1
               SEARCH WS-TRI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRI-POLICY(WS-TRI-IDX)
                           = WS-CLM-POLICY(WS-CLM-IDX)
                       AND WS-TRI-DATA(WS-TRI-IDX)
                           = WS-CLM-DATA(WS-CLM-IDX)
                       MOVE 'S' TO WS-TRI-ACHOU
               END-SEARCH
           END-IF
           IF WS-TRI-ENCONTROU
               GO TO 2000-SCREEN-CLAIM-EXIT
           END-IF

           MOVE SPACES TO WS-INDICADORES
           MOVE ZEROS  TO WS-PONTOS
           COMPUTE WS-VALOR-SINISTRO =
               WS-CLM-PAGO(WS-CLM-IDX) + WS-CLM-RESERVA(WS-CLM-IDX)

           IF WS-CLM-DATA(WS-CLM-IDX) NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (WS-CLM-DATA(WS-CLM-IDX)) = 0
               COMPUTE WS-INT-SINISTRO =
                   FUNCTION INTEGER-OF-DATE(WS-CLM-DATA(WS-CLM-IDX))
               PERFORM 2100-CHECK-TERM-START
                   THRU 2100-CHECK-TERM-START-EXIT
               PERFORM 2200-CHECK-FREQUENCY
                   THRU 2200-CHECK-FREQUENCY-EXIT
           END-IF

           IF WS-VALOR-SINISTRO >= WS-PISO-ALCADA
               AND WS-VALOR-SINISTRO < WS-LIMITE-ALCADA
               MOVE 'A' TO WS-IND-ALCADA
               ADD WS-PESO-ALCADA TO WS-PONTOS
           END-IF

           PERFORM 2300-CHECK-CAUSE
               THRU 2300-CHECK-CAUSE-EXIT

           PERFORM 2400-CHECK-HOLDER-CPF
               THRU 2400-CHECK-HOLDER-CPF-EXIT

           ADD 1 TO WS-QTDE-TRIADOS

           MOVE SPACES                    TO FRAUD-LOG-RECORD
           MOVE WS-CLM-POLICY(WS-CLM-IDX) TO FL-POLICY-NUM
           MOVE WS-CLM-DATA(WS-CLM-IDX)   TO FL-DATA-SINISTRO
           MOVE WS-DATA-HOJE              TO FL-DATA-EVENTO
           MOVE WS-PONTOS                 TO FL-PONTOS
           MOVE WS-INDICADORES            TO FL-INDICADORES

           IF WS-PONTOS < WS-PONTOS-CORTE
               MOVE 'L' TO FL-RESULTADO
               WRITE FRAUD-LOG-RECORD
               GO TO 2000-SCREEN-CLAIM-EXIT
           END-IF

           MOVE 'E' TO FL-RESULTADO
           WRITE FRAUD-LOG-RECORD

           MOVE 'F' TO WS-CLM-STATUS(WS-CLM-IDX)
           ADD 1 TO WS-QTDE-ENCAMINHADOS
           ADD WS-VALOR-SINISTRO TO WS-VALOR-ENCAMINHADO
           DISPLAY 'SINISTRO ' WS-CLM-POLICY(WS-CLM-IDX) ' '
               WS-CLM-DATA(WS-CLM-IDX) ' RETIDO PARA ANALISE -- '
               WS-PONTOS ' PONTOS'

           PERFORM 2500-WRITE-REFERRAL
               THRU 2500-WRITE-REFERRAL-EXIT.

       2000-SCREEN-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-TERM-START -- CLAIM WITHIN WS-DIAS-INICIO DAYS
      * AFTER THE TERM STARTED (A YEAR BEFORE RENEWAL) OR AFTER A
      * REINSTATING PAYMENT
      ******************************************************************
       2100-CHECK-TERM-START.

           IF WS-POL-COUNT > ZEROS
               SET WS-POL-IDX TO 1
               SEARCH WS-POL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POL-NUM(WS-POL-IDX)
                           = WS-CLM-POLICY(WS-CLM-IDX)
                       PERFORM 2110-CHECK-INCEPTION
                           THRU 2110-CHECK-INCEPTION-EXIT
               END-SEARCH
           END-IF

           IF WS-IND-INICIO = SPACES
               PERFORM 2120-CHECK-REINSTATEMENT
                   THRU 2120-CHECK-REINSTATEMENT-EXIT
                   VARYING WS-REI-SUB FROM 1 BY 1
                   UNTIL WS-REI-SUB > WS-REI-COUNT
                       OR WS-IND-INICIO NOT = SPACES
           END-IF

           IF WS-IND-INICIO NOT = SPACES
               ADD WS-PESO-INICIO TO WS-PONTOS
           END-IF.

       2100-CHECK-TERM-START-EXIT.
           EXIT.

      ******************************************************************
      * 2110-CHECK-INCEPTION -- A 29 FEBRUARY RENEWAL STARTED ON THE
      * 28TH
      ******************************************************************
       2110-CHECK-INCEPTION.

           IF WS-POL-RENOVACAO(WS-POL-IDX) NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (WS-POL-RENOVACAO(WS-POL-IDX)) NOT = 0
               GO TO 2110-CHECK-INCEPTION-EXIT
           END-IF

           MOVE WS-POL-RENOVACAO(WS-POL-IDX) TO WS-DATA-TRAB
           SUBTRACT 1 FROM WS-DT-ANO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TRAB) NOT = 0
               MOVE 28 TO WS-DT-DIA
           END-IF
           COMPUTE WS-INT-REFERENCIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB)

           COMPUTE WS-DIAS-DIFERENCA =
               WS-INT-SINISTRO - WS-INT-REFERENCIA
           IF WS-DIAS-DIFERENCA NOT < ZEROS
               AND WS-DIAS-DIFERENCA NOT > WS-DIAS-INICIO
               MOVE 'I' TO WS-IND-INICIO
           END-IF.

       2110-CHECK-INCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 2120-CHECK-REINSTATEMENT
      ******************************************************************
       2120-CHECK-REINSTATEMENT.

           SET WS-REI-IDX TO WS-REI-SUB

           IF WS-REI-POLICY(WS-REI-IDX) NOT = WS-CLM-POLICY(WS-CLM-IDX)
               GO TO 2120-CHECK-REINSTATEMENT-EXIT
           END-IF

           COMPUTE WS-DIAS-DIFERENCA = WS-INT-SINISTRO
               - FUNCTION INTEGER-OF-DATE(WS-REI-DATA(WS-REI-IDX))
           IF WS-DIAS-DIFERENCA NOT < ZEROS
               AND WS-DIAS-DIFERENCA NOT > WS-DIAS-INICIO
               MOVE 'I' TO WS-IND-INICIO
           END-IF.

       2120-CHECK-REINSTATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-FREQUENCY -- OTHER CLAIMS ON THE POLICY DATED
      * WITHIN WS-DIAS-JANELA DAYS EITHER SIDE OF THIS ONE
      ******************************************************************
       2200-CHECK-FREQUENCY.

           MOVE ZEROS TO WS-QTDE-NA-JANELA

           PERFORM 2210-COUNT-IN-WINDOW
               THRU 2210-COUNT-IN-WINDOW-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-CLM-COUNT

           IF WS-QTDE-NA-JANELA NOT < WS-QTDE-JANELA
               MOVE 'F' TO WS-IND-FREQUENCIA
               ADD WS-PESO-FREQUENCIA TO WS-PONTOS
           END-IF.

       2200-CHECK-FREQUENCY-EXIT.
           EXIT.

      ******************************************************************
      * 2210-COUNT-IN-WINDOW
      ******************************************************************
       2210-COUNT-IN-WINDOW.

           IF WS-OUT-SUB = WS-CLM-SUB
               OR WS-CLM-POLICY(WS-OUT-SUB)
                   NOT = WS-CLM-POLICY(WS-CLM-IDX)
               OR WS-CLM-DATA(WS-OUT-SUB) NOT NUMERIC
               GO TO 2210-COUNT-IN-WINDOW-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLM-DATA(WS-OUT-SUB))
                   NOT = 0
               GO TO 2210-COUNT-IN-WINDOW-EXIT
           END-IF

           COMPUTE WS-DIAS-DIFERENCA = WS-INT-SINISTRO
               - FUNCTION INTEGER-OF-DATE(WS-CLM-DATA(WS-OUT-SUB))
           IF WS-DIAS-DIFERENCA < ZEROS
               COMPUTE WS-DIAS-DIFERENCA = ZERO - WS-DIAS-DIFERENCA
           END-IF
           IF WS-DIAS-DIFERENCA NOT > WS-DIAS-JANELA
               ADD 1 TO WS-QTDE-NA-JANELA
           END-IF.

       2210-COUNT-IN-WINDOW-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-CAUSE -- ANOTHER CLAIM ON THE POLICY FOR THE SAME
      * CAUSE
      ******************************************************************
       2300-CHECK-CAUSE.

           IF WS-CLM-CAUSA(WS-CLM-IDX) = SPACES
               GO TO 2300-CHECK-CAUSE-EXIT
           END-IF

           PERFORM 2310-COMPARE-CAUSE
               THRU 2310-COMPARE-CAUSE-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-CLM-COUNT
                   OR WS-IND-CAUSA NOT = SPACES

           IF WS-IND-CAUSA NOT = SPACES
               ADD WS-PESO-CAUSA TO WS-PONTOS
           END-IF.

       2300-CHECK-CAUSE-EXIT.
           EXIT.

      ******************************************************************
      * 2310-COMPARE-CAUSE
      ******************************************************************
       2310-COMPARE-CAUSE.

           IF WS-OUT-SUB NOT = WS-CLM-SUB
               AND WS-CLM-POLICY(WS-OUT-SUB)
                   = WS-CLM-POLICY(WS-CLM-IDX)
               AND WS-CLM-CAUSA(WS-OUT-SUB)
                   = WS-CLM-CAUSA(WS-CLM-IDX)
               MOVE 'C' TO WS-IND-CAUSA
           END-IF.

       2310-COMPARE-CAUSE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-HOLDER-CPF -- THE HOLDER'S CPF ON ANY OTHER POLICY
      * THAT HAS A CLAIM OF ITS OWN
      ******************************************************************
       2400-CHECK-HOLDER-CPF.

           IF WS-POL-COUNT = ZEROS OR WS-CPF-COUNT = ZEROS
               GO TO 2400-CHECK-HOLDER-CPF-EXIT
           END-IF

           MOVE SPACES TO WS-APPLICANT-ATUAL
           SET WS-POL-IDX TO 1
           SEARCH WS-POL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-POL-NUM(WS-POL-IDX)
                       = WS-CLM-POLICY(WS-CLM-IDX)
                   MOVE WS-POL-APPLICANT(WS-POL-IDX)
                       TO WS-APPLICANT-ATUAL
           END-SEARCH
           IF WS-APPLICANT-ATUAL = SPACES
               GO TO 2400-CHECK-HOLDER-CPF-EXIT
           END-IF

           MOVE WS-APPLICANT-ATUAL TO WS-APPLICANT-BUSCA
           PERFORM 2420-FIND-CPF
               THRU 2420-FIND-CPF-EXIT
           MOVE WS-CPF-ACHADO TO WS-CPF-ATUAL
           IF WS-CPF-ATUAL = SPACES
               GO TO 2400-CHECK-HOLDER-CPF-EXIT
           END-IF

           PERFORM 2410-CHECK-OTHER-POLICY
               THRU 2410-CHECK-OTHER-POLICY-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
                   OR WS-IND-CPF NOT = SPACES

           IF WS-IND-CPF NOT = SPACES
               ADD WS-PESO-CPF TO WS-PONTOS
           END-IF.

       2400-CHECK-HOLDER-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 2410-CHECK-OTHER-POLICY
      ******************************************************************
       2410-CHECK-OTHER-POLICY.

           SET WS-POL-IDX TO WS-POL-SUB

           IF WS-POL-NUM(WS-POL-IDX) = WS-CLM-POLICY(WS-CLM-IDX)
               GO TO 2410-CHECK-OTHER-POLICY-EXIT
           END-IF

           MOVE WS-POL-APPLICANT(WS-POL-IDX) TO WS-APPLICANT-BUSCA
           PERFORM 2420-FIND-CPF
               THRU 2420-FIND-CPF-EXIT
           MOVE WS-CPF-ACHADO TO WS-CPF-OUTRO
           IF WS-CPF-OUTRO NOT = WS-CPF-ATUAL
               GO TO 2410-CHECK-OTHER-POLICY-EXIT
           END-IF

           MOVE WS-POL-NUM(WS-POL-IDX) TO WS-OUTRA-APOLICE
           MOVE 'N' TO WS-OUTRA-ACHOU
           PERFORM 2430-FIND-OTHER-CLAIM
               THRU 2430-FIND-OTHER-CLAIM-EXIT
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL WS-OUT-SUB > WS-CLM-COUNT
                   OR WS-OUTRA-TEM-SINISTRO

           IF WS-OUTRA-TEM-SINISTRO
               MOVE 'D' TO WS-IND-CPF
           END-IF.

       2410-CHECK-OTHER-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2420-FIND-CPF -- CPF OF WS-APPLICANT-BUSCA, SPACES WHEN NONE
      ******************************************************************
       2420-FIND-CPF.

           MOVE SPACES TO WS-CPF-ACHADO
           SET WS-CPF-IDX TO 1
           SEARCH WS-CPF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CPF-APPLICANT(WS-CPF-IDX) = WS-APPLICANT-BUSCA
                   MOVE WS-CPF-NUM(WS-CPF-IDX) TO WS-CPF-ACHADO
           END-SEARCH.

       2420-FIND-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 2430-FIND-OTHER-CLAIM
      ******************************************************************
       2430-FIND-OTHER-CLAIM.

           IF WS-CLM-POLICY(WS-OUT-SUB) = WS-OUTRA-APOLICE
               MOVE 'S' TO WS-OUTRA-ACHOU
           END-IF.

       2430-FIND-OTHER-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-REFERRAL -- THE CLAIM LINE AND ONE LINE PER RED
      * FLAG RAISED
      ******************************************************************
       2500-WRITE-REFERRAL.

           MOVE SPACES                     TO WS-REF-DETALHE
           MOVE WS-CLM-POLICY(WS-CLM-IDX)  TO WS-RF-POLICY
           MOVE WS-CLM-DATA(WS-CLM-IDX)    TO WS-DATA-TRAB
           MOVE WS-DT-DIA                  TO WS-DE-DIA
           MOVE WS-DT-MES                  TO WS-DE-MES
           MOVE WS-DT-ANO                  TO WS-DE-ANO
           MOVE WS-DATA-EDIT               TO WS-RF-DATA
           MOVE WS-CLM-CAUSA(WS-CLM-IDX)   TO WS-RF-CAUSA
           MOVE WS-VALOR-SINISTRO          TO WS-RF-VALOR
           MOVE WS-PONTOS                  TO WS-RF-PONTOS
           WRITE REFERRAL-REPORT-LINE FROM WS-REF-DETALHE

           IF WS-IND-INICIO NOT = SPACES
               MOVE '    - SINISTRO LOGO APOS INICIO OU REINTEGRACAO'
                   TO REFERRAL-REPORT-LINE
               WRITE REFERRAL-REPORT-LINE
           END-IF
           IF WS-IND-FREQUENCIA NOT = SPACES
               MOVE '    - VARIOS SINISTROS DA APOLICE NA JANELA'
                   TO REFERRAL-REPORT-LINE
               WRITE REFERRAL-REPORT-LINE
           END-IF
           IF WS-IND-ALCADA NOT = SPACES
               MOVE '    - VALOR LOGO ABAIXO DA ALCADA DE APROVACAO'
                   TO REFERRAL-REPORT-LINE
               WRITE REFERRAL-REPORT-LINE
           END-IF
           IF WS-IND-CAUSA NOT = SPACES
               MOVE '    - MESMA CAUSA JA SINISTRADA NA APOLICE'
                   TO REFERRAL-REPORT-LINE
               WRITE REFERRAL-REPORT-LINE
           END-IF
           IF WS-IND-CPF NOT = SPACES
               MOVE '    - CPF DO TITULAR EM OUTRA APOLICE COM '
                   TO REFERRAL-REPORT-LINE
               MOVE 'SINISTRO' TO REFERRAL-REPORT-LINE(43:8)
               WRITE REFERRAL-REPORT-LINE
           END-IF.

       2500-WRITE-REFERRAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- REWRITE THE CLAIMS HISTORY WHEN A CLAIM WAS
      * HELD, THEN TOTALS
      ******************************************************************
       3000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               GO TO 3000-FINALIZE-EXIT
           END-IF

           IF WS-QTDE-ENCAMINHADOS > ZEROS
               OPEN OUTPUT CLAIMS-FILE
               PERFORM 3100-WRITE-ONE-CLAIM
                   THRU 3100-WRITE-ONE-CLAIM-EXIT
                   VARYING WS-CLM-SUB FROM 1 BY 1
                   UNTIL WS-CLM-SUB > WS-CLM-COUNT
               CLOSE CLAIMS-FILE
           END-IF

           MOVE SPACES TO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           MOVE WS-QTDE-ENCAMINHADOS TO WS-RT-QTDE
           MOVE WS-VALOR-ENCAMINHADO TO WS-RT-VALOR
           WRITE REFERRAL-REPORT-LINE FROM WS-REF-TOTAL-LINHA

           DISPLAY 'SINISTROS TRIADOS:      ' WS-QTDE-TRIADOS
           DISPLAY 'SINISTROS ENCAMINHADOS: ' WS-QTDE-ENCAMINHADOS
           DISPLAY 'VALOR RETIDO R$         ' WS-VALOR-ENCAMINHADO

           MOVE 'CLMFRAUD'           TO CT-PROGRAM-ID
           MOVE 'TRIADOS'            TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-TRIADOS      TO CT-TOTAL-1-VALOR
           MOVE 'ENCAMINHADOS'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-ENCAMINHADOS TO CT-TOTAL-2-VALOR
           MOVE 'VALOR RETIDO'       TO CT-TOTAL-3-LABEL
           MOVE WS-VALOR-ENCAMINHADO TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    HELD CLAIMS WAIT ON THE INVESTIGATION TEAM -- A WARNING
      *    CODE, NOT A FAILURE
           IF WS-QTDE-ENCAMINHADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE FRAUD-LOG-FILE
           CLOSE REFERRAL-REPORT-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-ONE-CLAIM
      ******************************************************************
       3100-WRITE-ONE-CLAIM.

           SET WS-CLM-IDX TO WS-CLM-SUB

           MOVE WS-CLM-POLICY(WS-CLM-IDX)  TO CL-POLICY-NUM
           MOVE WS-CLM-DATA(WS-CLM-IDX)    TO CL-DATA
           MOVE WS-CLM-CAUSA(WS-CLM-IDX)   TO CL-CAUSA
           MOVE WS-CLM-PAGO(WS-CLM-IDX)    TO CL-VALOR-PAGO
           MOVE WS-CLM-STATUS(WS-CLM-IDX)  TO CL-STATUS
           MOVE WS-CLM-RESERVA(WS-CLM-IDX) TO CL-VALOR-RESERVA
           WRITE CLAIMS-RECORD.

       3100-WRITE-ONE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CLAIM
      ******************************************************************
       8000-READ-CLAIM.

           READ CLAIMS-FILE
               AT END
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
           END-READ.

       8000-READ-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-POLICY
      ******************************************************************
       8100-READ-POLICY.

           READ POLICY-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-PM-EOF-SWITCH
           END-READ.

       8100-READ-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-SCHEDULE
      ******************************************************************
       8200-READ-SCHEDULE.

           READ PREMIUM-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-PS-EOF-SWITCH
           END-READ.

       8200-READ-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-HOLDER-CPF
      ******************************************************************
       8300-READ-HOLDER-CPF.

           READ HOLDER-CPF-FILE
               AT END
                   MOVE 'Y' TO WS-TC-EOF-SWITCH
           END-READ.

       8300-READ-HOLDER-CPF-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-FRAUD-LOG
      ******************************************************************
       8400-READ-FRAUD-LOG.

           READ FRAUD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-FL-EOF-SWITCH
           END-READ.

       8400-READ-FRAUD-LOG-EXIT.
           EXIT.
