      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTH-END PREMIUM RESERVES. THE WHOLE PM-PREMIO-BASE
      * WAS TREATED AS EARNED THE MOMENT IT WAS BILLED, SO THE
      * INSURANCE RESULT SWUNG WITH THE BILLING CALENDAR. THIS RUN
      * VALUES EVERY ACTIVE POLICY AT THE LAST DAY OF THE REFERENCE
      * MONTH: THE TERM PREMIUM (THE PREMSCHD INSTALLMENTS OF THE
      * TERM, WITH A TWELFTH OF PM-PREMIO-BASE FOR ANY MONTH PREMBILL
      * HAS NOT RAISED YET) IS EARNED PRO RATA BY DAY OVER THE TERM,
      * THE REST IS THE UNEARNED PREMIUM RESERVE (PPNG), AND THE
      * IBNR RESERVE FOR CLAIMS INCURRED BUT NOT REPORTED IS A SET
      * PERCENTAGE OF THE EARNED PREMIUM (IBNRPCT PARAMETER FILE,
      * 5% WHEN ABSENT). AS BADDEBT DOES FOR THE PDD, THE NEW
      * BALANCES ARE COMPARED WITH LAST MONTH'S ON RESVPRIOR AND THE
      * MOVEMENT IS POSTED TO GLINTRFC; RESVRPT IS THE SCHEDULE BY
      * POLICY AND IN TOTAL THAT TIES TO THE ENTRIES, AND EARNPREM
      * CARRIES EACH POLICY'S EARNED PREMIUM TO LOSSRATE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      * 15-10-26 MRT  GLINTRFC IS DECLARED AT 30 CHARACTERS, THE LENGTH
      *               GLEDIT AND GLPOST READ IT AT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMRESV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.

           SELECT PREMIUM-SCHEDULE-FILE ASSIGN TO "PREMSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT IBNR-PCT-FILE ASSIGN TO "IBNRPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.

           SELECT PRIOR-RESERVE-FILE ASSIGN TO "RESVPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT EARNED-PREMIUM-FILE ASSIGN TO "EARNPREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.

           SELECT RESERVE-REPORT-FILE ASSIGN TO "RESVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  POLICY-MASTER-RECORD.
           05  PM-APPLICANT-ID     PIC X(05).
           05  PM-POLICY-NUM       PIC X(08).
           05  PM-PREMIO-BASE      PIC 9(05)V99.
           05  PM-DATA-RENOVACAO   PIC 9(08).
           05  PM-STATUS           PIC X(01).
               88  PM-APOLICE-ATIVA       VALUES 'A' ' '.
               88  PM-APOLICE-LAPSA       VALUE 'L'.
           05  PM-DATA-LAPSO       PIC 9(08).

       FD  PREMIUM-SCHEDULE-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  PREMIUM-SCHEDULE-RECORD.
           05  PS-POLICY-NUM       PIC X(08).
           05  PS-COMPETENCIA      PIC 9(06).
           05  PS-DATA-VENC        PIC 9(08).
           05  PS-VALOR            PIC 9(05)V99.
           05  PS-STATUS           PIC X(01).
               88  PS-PENDENTE            VALUE 'P'.
               88  PS-QUITADA             VALUE 'Q'.
           05  PS-DATA-PGTO        PIC 9(08).

      *-----------------------------------------------------------------
      * IBNR-PCT-FILE -- ONE LINE, THE IBNR PERCENTAGE ON EARNED
      * PREMIUM
      *-----------------------------------------------------------------
       FD  IBNR-PCT-FILE
           RECORD CONTAINS 04 CHARACTERS.
       01  IBNR-PCT-RECORD.
           05  IP-PERCENTUAL       PIC 9(02)V99.

      *-----------------------------------------------------------------
      * PRIOR-RESERVE-FILE -- LAST MONTH'S BALANCES, REWRITTEN AT
      * FINALIZE WITH THIS MONTH'S
      *-----------------------------------------------------------------
       FD  PRIOR-RESERVE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  PRIOR-RESERVE-RECORD.
           05  PR-PERIODO          PIC 9(06).
           05  PR-PPNG             PIC 9(09)V99.
           05  PR-IBNR             PIC 9(09)V99.

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

      *-----------------------------------------------------------------
      * EARNED-PREMIUM-FILE -- ONE LINE PER VALUED POLICY, REBUILT
      * EVERY MONTH-END FOR LOSSRATE
      *-----------------------------------------------------------------
       FD  EARNED-PREMIUM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  EARNED-PREMIUM-RECORD.
           05  EP-POLICY-NUM       PIC X(08).
           05  EP-PERIODO          PIC 9(06).
           05  EP-PREMIO-VIGENCIA  PIC 9(07)V99.
           05  EP-PREMIO-GANHO     PIC 9(07)V99.
           05  EP-PPNG             PIC 9(07)V99.
           05  EP-IBNR             PIC 9(07)V99.

       FD  RESERVE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESERVE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-PM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-PS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PS-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

      *-----------------------------------------------------------------
      * REFERENCE MONTH AND VALUATION DATE (ITS LAST DAY)
      *-----------------------------------------------------------------
       77  WS-MES-ENTRADA          PIC X(06) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-DATA-AVALIACAO       PIC 9(08) VALUE ZEROS.
       77  WS-INT-AVALIACAO        PIC 9(07) VALUE ZEROS.

       01  WS-DATA-TRAB            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).

       01  WS-COMP-TRAB            PIC 9(06) VALUE ZEROS.
       01  WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           05  WS-CT-ANO           PIC 9(04).
           05  WS-CT-MES           PIC 9(02).

      *-----------------------------------------------------------------
      * INSTALLMENT TABLE -- THE WHOLE PREMSCHD IN CORE (PREMBILL'S
      * LIMIT)
      *-----------------------------------------------------------------
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-POLICY      PIC X(08).
               10  WS-SCH-COMPETENCIA PIC 9(06).
               10  WS-SCH-VALOR       PIC 9(05)V99.

       77  WS-SCH-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-SCH-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-SCH-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-SCH-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE POLICY'S VALUATION
      *-----------------------------------------------------------------
       77  WS-INICIO-VIGENCIA      PIC 9(08) VALUE ZEROS.
       77  WS-INT-INICIO           PIC 9(07) VALUE ZEROS.
       77  WS-INT-RENOVACAO        PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-VIGENCIA        PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-DECORRIDOS      PIC S9(05) VALUE ZEROS.
       77  WS-COMP-RENOVACAO       PIC 9(06) VALUE ZEROS.
       77  WS-DOZE-AVOS            PIC 9(05)V99 VALUE ZEROS.
       77  WS-PREMIO-VIGENCIA      PIC 9(07)V99 VALUE ZEROS.
       77  WS-PREMIO-GANHO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-PPNG-APOLICE         PIC 9(07)V99 VALUE ZEROS.
       77  WS-IBNR-APOLICE         PIC 9(07)V99 VALUE ZEROS.
       77  WS-IBNR-PCT             PIC 9(02)V99 VALUE 5.00.

      *-----------------------------------------------------------------
      * BALANCES AND MOVEMENTS -- THE PPNG MOVEMENT GOES AGAINST
      * PREMIUM REVENUE, THE IBNR MOVEMENT AGAINST CLAIMS EXPENSE
      *-----------------------------------------------------------------
       77  WS-PPNG-NOVA            PIC 9(09)V99 VALUE ZEROS.
       77  WS-PPNG-ANTERIOR        PIC 9(09)V99 VALUE ZEROS.
       77  WS-IBNR-NOVA            PIC 9(09)V99 VALUE ZEROS.
       77  WS-IBNR-ANTERIOR        PIC 9(09)V99 VALUE ZEROS.
       77  WS-PERIODO-ANTERIOR     PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-VIGENCIA       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-GANHO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-MOVIMENTO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-MOVIMENTO-ABS        PIC 9(07)V99 VALUE ZEROS.
       77  WS-MOVIMENTO-PPNG       PIC S9(09)V99 VALUE ZEROS.
       77  WS-MOVIMENTO-IBNR       PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTDE-APOLICES        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LAPSAS          PIC 9(05) VALUE ZEROS.

       77  WS-GL-ACCT-VAR-PPNG     PIC X(08) VALUE '7700-000'.
       77  WS-GL-ACCT-PROV-PPNG    PIC X(08) VALUE '2450-000'.
       77  WS-GL-ACCT-DESP-IBNR    PIC X(08) VALUE '6700-000'.
       77  WS-GL-ACCT-PROV-IBNR    PIC X(08) VALUE '2460-000'.
       77  WS-GL-ACCT-DEBITO       PIC X(08) VALUE SPACES.
       77  WS-GL-ACCT-CREDITO      PIC X(08) VALUE SPACES.
       77  WS-GL-REFERENCIA        PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
      * RESERVE SCHEDULE
      *-----------------------------------------------------------------
       01  WS-DATA-EDIT.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'APOLICE  INICIO     RENOVACAO  PREMIO VI'.
           05  FILLER              PIC X(40) VALUE
               'G    GANHO       PPNG      IBNR         '.

       01  WS-RPT-DETALHE.
           05  WS-RD-POLICY        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-INICIO        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-RENOVACAO     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VIGENCIA      PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-GANHO         PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PPNG          PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-IBNR          PIC Z(05)9.99.

       01  WS-RPT-TOTAL-LINHA.
           05  WS-RT-ROTULO        PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-VALOR         PIC -(08)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'PREMRESV' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-VALUE-POLICY
               THRU 2000-VALUE-POLICY-EXIT
               UNTIL WS-END-OF-FILE

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
      * 1000-INITIALIZE -- REFERENCE MONTH FROM THE OPERATOR (BLANK
      * TAKES THE CURRENT ONE), THE PERCENTAGE, LAST MONTH'S BALANCES
      * AND THE SCHEDULE IN CORE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'INFORME O MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-ENTRADA FROM CONSOLE
           IF WS-MES-ENTRADA NUMERIC
               AND WS-MES-ENTRADA(5:2) >= '01'
               AND WS-MES-ENTRADA(5:2) <= '12'
               MOVE WS-MES-ENTRADA TO WS-GL-PERIODO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO
               DISPLAY 'AVISO - MES NAO INFORMADO -- USANDO '
                   WS-GL-PERIODO
           END-IF

      *    THE VALUATION DATE IS THE DAY BEFORE THE FIRST OF THE
      *    FOLLOWING MONTH
           MOVE WS-GL-PERIODO TO WS-COMP-TRAB
           IF WS-CT-MES = 12
               ADD 1 TO WS-CT-ANO
               MOVE 1 TO WS-CT-MES
           ELSE
               ADD 1 TO WS-CT-MES
           END-IF
           COMPUTE WS-DATA-TRAB = (WS-COMP-TRAB * 100) + 1
           COMPUTE WS-INT-AVALIACAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB) - 1
           COMPUTE WS-DATA-AVALIACAO =
               FUNCTION DATE-OF-INTEGER(WS-INT-AVALIACAO)

      *    A MISSING POLICY MASTER MUST REFUSE THE RUN -- AN EMPTY
      *    BOOK WOULD READ AS "NOTHING UNEARNED" AND POST A RELEASE
      *    OF THE ENTIRE PRIOR RESERVE
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO POLMAST -- PROVISOES '
                   'NAO RECALCULADAS, EXECUCAO RECUSADA'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-LOAD-PRIOR-RESERVE
               THRU 1200-LOAD-PRIOR-RESERVE-EXIT

      *    A MONTH ALREADY PROVISIONED WOULD POST ITS MOVEMENT TWICE
           IF WS-PERIODO-ANTERIOR NOT < WS-GL-PERIODO
               DISPLAY 'ERRO - RESVPRIOR JA ESTA NO PERIODO '
                   WS-PERIODO-ANTERIOR ' -- EXECUCAO RECUSADA'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8   TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1100-LOAD-PERCENTAGE
               THRU 1100-LOAD-PERCENTAGE-EXIT

           PERFORM 1300-LOAD-SCHEDULE
               THRU 1300-LOAD-SCHEDULE-EXIT

           OPEN OUTPUT RESERVE-REPORT-FILE
           OPEN OUTPUT EARNED-PREMIUM-FILE

           MOVE 'PREMRESV' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE RESERVE-REPORT-LINE FROM RH-HEADER-LINE
           MOVE WS-DATA-AVALIACAO TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE SPACES TO RESERVE-REPORT-LINE
           STRING 'PROVISOES TECNICAS - PPNG E IBNR EM '
               WS-DATA-EDIT
               DELIMITED BY SIZE INTO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-COLUNAS

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           PERFORM 8000-READ-POLICY
               THRU 8000-READ-POLICY-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-PERCENTAGE -- PARAMETER OVERRIDE; NO FILE KEEPS THE
      * DEFAULT
      ******************************************************************
       1100-LOAD-PERCENTAGE.

           OPEN INPUT IBNR-PCT-FILE
           IF WS-IP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO IBNRPCT -- USANDO '
                   WS-IBNR-PCT '% SOBRE O PREMIO GANHO'
               GO TO 1100-LOAD-PERCENTAGE-EXIT
           END-IF

           READ IBNR-PCT-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-IP-STATUS = '00' AND IP-PERCENTUAL NUMERIC
               MOVE IP-PERCENTUAL TO WS-IBNR-PCT
           END-IF
           DISPLAY 'PERCENTUAL IBNR: ' WS-IBNR-PCT '%'

           CLOSE IBNR-PCT-FILE.

       1100-LOAD-PERCENTAGE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PRIOR-RESERVE -- NO FILE MEANS THIS IS THE FIRST
      * PROVISIONED MONTH AND THE WHOLE RESERVE IS AN INCREASE
      ******************************************************************
       1200-LOAD-PRIOR-RESERVE.

           OPEN INPUT PRIOR-RESERVE-FILE
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO RESVPRIOR -- PRIMEIRO '
                   'MES DE PROVISAO'
               GO TO 1200-LOAD-PRIOR-RESERVE-EXIT
           END-IF

           READ PRIOR-RESERVE-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-PR-STATUS = '00'
               MOVE PR-PERIODO TO WS-PERIODO-ANTERIOR
               MOVE PR-PPNG    TO WS-PPNG-ANTERIOR
               MOVE PR-IBNR    TO WS-IBNR-ANTERIOR
           END-IF

           CLOSE PRIOR-RESERVE-FILE.

       1200-LOAD-PRIOR-RESERVE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-SCHEDULE -- NO SCHEDULE PRICES EVERY MONTH OF THE
      * TERM AT A TWELFTH OF THE BASE PREMIUM
      ******************************************************************
       1300-LOAD-SCHEDULE.

           MOVE SPACES TO WS-SCH-TABLE

           OPEN INPUT PREMIUM-SCHEDULE-FILE
           IF WS-PS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO PREMSCHD -- PREMIO DA '
                   'VIGENCIA PELO PREMIO BASE'
               GO TO 1300-LOAD-SCHEDULE-EXIT
           END-IF

           PERFORM 8100-READ-SCHEDULE
               THRU 8100-READ-SCHEDULE-EXIT

           PERFORM 1310-STORE-SCHEDULE
               THRU 1310-STORE-SCHEDULE-EXIT
               UNTIL WS-PS-END-OF-FILE

           CLOSE PREMIUM-SCHEDULE-FILE.

       1300-LOAD-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-SCHEDULE -- BOUNDED TO PREMBILL'S OCCURS 1000
      * LIMIT; A MONTH LEFT OUT IS PRICED AT THE TWELFTH
      ******************************************************************
       1310-STORE-SCHEDULE.

           IF WS-SCH-COUNT < 1000
               ADD 1 TO WS-SCH-COUNT
               SET WS-SCH-IDX TO WS-SCH-COUNT
               MOVE PS-POLICY-NUM  TO WS-SCH-POLICY(WS-SCH-IDX)
               MOVE PS-COMPETENCIA
                   TO WS-SCH-COMPETENCIA(WS-SCH-IDX)
               MOVE PS-VALOR       TO WS-SCH-VALOR(WS-SCH-IDX)
           ELSE
               DISPLAY 'TABELA DE PARCELAS CHEIA -- '
                   PS-POLICY-NUM ' ' PS-COMPETENCIA
                   ' PELO DOZE AVOS'
           END-IF

           PERFORM 8100-READ-SCHEDULE
               THRU 8100-READ-SCHEDULE-EXIT.

       1310-STORE-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VALUE-POLICY -- TERM PREMIUM, EARNED PRO RATA BY DAY TO
      * THE VALUATION DATE, THE REST UNEARNED; IBNR ON THE EARNED.
      * A LAPSED POLICY CARRIES NO RESERVE
      ******************************************************************
       2000-VALUE-POLICY.

           IF NOT PM-APOLICE-ATIVA
               ADD 1 TO WS-QTDE-LAPSAS
               GO TO 2000-VALUE-POLICY-NEXT
           END-IF

           IF PM-DATA-RENOVACAO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(PM-DATA-RENOVACAO)
                   NOT = 0
               DISPLAY 'AVISO - APOLICE ' PM-POLICY-NUM
                   ' COM DATA DE RENOVACAO INVALIDA -- SEM PROVISAO'
               GO TO 2000-VALUE-POLICY-NEXT
           END-IF

      *    THE TERM RUNS FROM A YEAR BEFORE THE RENEWAL DATE TO THE
      *    DAY BEFORE IT; A 29 FEBRUARY RENEWAL STARTED ON THE 28TH
           MOVE PM-DATA-RENOVACAO TO WS-DATA-TRAB
           SUBTRACT 1 FROM WS-DT-ANO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TRAB) NOT = 0
               MOVE 28 TO WS-DT-DIA
           END-IF
           MOVE WS-DATA-TRAB TO WS-INICIO-VIGENCIA

           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-VIGENCIA)
           COMPUTE WS-INT-RENOVACAO =
               FUNCTION INTEGER-OF-DATE(PM-DATA-RENOVACAO)
           COMPUTE WS-DIAS-VIGENCIA = WS-INT-RENOVACAO - WS-INT-INICIO

      *    DAYS OF COVER UP TO AND INCLUDING THE VALUATION DATE
           COMPUTE WS-DIAS-DECORRIDOS =
               WS-INT-AVALIACAO - WS-INT-INICIO + 1
           IF WS-DIAS-DECORRIDOS < ZEROS
               MOVE ZEROS TO WS-DIAS-DECORRIDOS
           END-IF
           IF WS-DIAS-DECORRIDOS > WS-DIAS-VIGENCIA
               MOVE WS-DIAS-VIGENCIA TO WS-DIAS-DECORRIDOS
           END-IF

           PERFORM 2100-PRICE-TERM
               THRU 2100-PRICE-TERM-EXIT

           COMPUTE WS-PREMIO-GANHO ROUNDED =
               (WS-PREMIO-VIGENCIA * WS-DIAS-DECORRIDOS)
                   / WS-DIAS-VIGENCIA
           COMPUTE WS-PPNG-APOLICE =
               WS-PREMIO-VIGENCIA - WS-PREMIO-GANHO
           COMPUTE WS-IBNR-APOLICE ROUNDED =
               WS-PREMIO-GANHO * (WS-IBNR-PCT / 100)

           ADD WS-PREMIO-VIGENCIA TO WS-TOTAL-VIGENCIA
           ADD WS-PREMIO-GANHO    TO WS-TOTAL-GANHO
           ADD WS-PPNG-APOLICE    TO WS-PPNG-NOVA
           ADD WS-IBNR-APOLICE    TO WS-IBNR-NOVA
           ADD 1 TO WS-QTDE-APOLICES

           PERFORM 2200-WRITE-POLICY-ROW
               THRU 2200-WRITE-POLICY-ROW-EXIT.

       2000-VALUE-POLICY-NEXT.

           PERFORM 8000-READ-POLICY
               THRU 8000-READ-POLICY-EXIT.

       2000-VALUE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PRICE-TERM -- THE TWELVE COMPETENCIAS FROM THE TERM'S
      * START MONTH TO THE ONE BEFORE RENEWAL: WHAT PREMSCHD CARRIES
      * FOR THE MONTH (ENDORSEMENTS INCLUDED), OR THE TWELFTH
      * PREMBILL WILL RAISE
      ******************************************************************
       2100-PRICE-TERM.

           MOVE ZEROS TO WS-PREMIO-VIGENCIA
           COMPUTE WS-DOZE-AVOS ROUNDED = PM-PREMIO-BASE / 12
           MOVE WS-INICIO-VIGENCIA(1:6) TO WS-COMP-TRAB
           MOVE PM-DATA-RENOVACAO(1:6)  TO WS-COMP-RENOVACAO

           PERFORM 2110-PRICE-ONE-MONTH
               THRU 2110-PRICE-ONE-MONTH-EXIT
               UNTIL WS-COMP-TRAB NOT < WS-COMP-RENOVACAO.

       2100-PRICE-TERM-EXIT.
           EXIT.

      ******************************************************************
      * 2110-PRICE-ONE-MONTH
      ******************************************************************
       2110-PRICE-ONE-MONTH.

           MOVE 'N' TO WS-SCH-ACHOU
           PERFORM 2120-SCAN-FOR-MONTH
               THRU 2120-SCAN-FOR-MONTH-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
                   OR WS-SCH-ENCONTROU

           IF NOT WS-SCH-ENCONTROU
               ADD WS-DOZE-AVOS TO WS-PREMIO-VIGENCIA
           END-IF

           IF WS-CT-MES = 12
               ADD 1 TO WS-CT-ANO
               MOVE 1 TO WS-CT-MES
           ELSE
               ADD 1 TO WS-CT-MES
           END-IF.

       2110-PRICE-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2120-SCAN-FOR-MONTH
      ******************************************************************
       2120-SCAN-FOR-MONTH.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-POLICY(WS-SCH-IDX) = PM-POLICY-NUM
               AND WS-SCH-COMPETENCIA(WS-SCH-IDX) = WS-COMP-TRAB
               MOVE 'S' TO WS-SCH-ACHOU
               ADD WS-SCH-VALOR(WS-SCH-IDX) TO WS-PREMIO-VIGENCIA
           END-IF.

       2120-SCAN-FOR-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-POLICY-ROW -- THE SCHEDULE ROW AND THE EARNED
      * PREMIUM LINE FOR LOSSRATE
      ******************************************************************
       2200-WRITE-POLICY-ROW.

           MOVE SPACES             TO WS-RPT-DETALHE
           MOVE PM-POLICY-NUM      TO WS-RD-POLICY
           MOVE WS-INICIO-VIGENCIA TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT       TO WS-RD-INICIO
           MOVE PM-DATA-RENOVACAO  TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT       TO WS-RD-RENOVACAO
           MOVE WS-PREMIO-VIGENCIA TO WS-RD-VIGENCIA
           MOVE WS-PREMIO-GANHO    TO WS-RD-GANHO
           MOVE WS-PPNG-APOLICE    TO WS-RD-PPNG
           MOVE WS-IBNR-APOLICE    TO WS-RD-IBNR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-DETALHE

           MOVE PM-POLICY-NUM      TO EP-POLICY-NUM
           MOVE WS-GL-PERIODO      TO EP-PERIODO
           MOVE WS-PREMIO-VIGENCIA TO EP-PREMIO-VIGENCIA
           MOVE WS-PREMIO-GANHO    TO EP-PREMIO-GANHO
           MOVE WS-PPNG-APOLICE    TO EP-PPNG
           MOVE WS-IBNR-APOLICE    TO EP-IBNR
           WRITE EARNED-PREMIUM-RECORD.

       2200-WRITE-POLICY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- TOTALS, THE GL MOVEMENTS, AND THE REWRITTEN
      * PRIOR FILE
      ******************************************************************
       3000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               IF WS-PM-STATUS = '00'
                   CLOSE POLICY-MASTER-FILE
               END-IF
               GO TO 3000-FINALIZE-EXIT
           END-IF

           COMPUTE WS-MOVIMENTO-PPNG = WS-PPNG-NOVA - WS-PPNG-ANTERIOR
           COMPUTE WS-MOVIMENTO-IBNR = WS-IBNR-NOVA - WS-IBNR-ANTERIOR

           MOVE SPACES TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE

           MOVE 'PREMIO DAS VIGENCIAS' TO WS-RT-ROTULO
           MOVE WS-TOTAL-VIGENCIA      TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'PREMIO GANHO'         TO WS-RT-ROTULO
           MOVE WS-TOTAL-GANHO         TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'PPNG DO MES'          TO WS-RT-ROTULO
           MOVE WS-PPNG-NOVA           TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'PPNG ANTERIOR'        TO WS-RT-ROTULO
           MOVE WS-PPNG-ANTERIOR       TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'MOVIMENTO PPNG'       TO WS-RT-ROTULO
           MOVE WS-MOVIMENTO-PPNG      TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'IBNR DO MES'          TO WS-RT-ROTULO
           MOVE WS-IBNR-NOVA           TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'IBNR ANTERIOR'        TO WS-RT-ROTULO
           MOVE WS-IBNR-ANTERIOR       TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           MOVE 'MOVIMENTO IBNR'       TO WS-RT-ROTULO
           MOVE WS-MOVIMENTO-IBNR      TO WS-RT-VALOR
           WRITE RESERVE-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

      *    PPNG UP: LESS PREMIUM EARNED THAN BILLED -- DEBIT THE
      *    REVENUE VARIATION, CREDIT THE RESERVE
           MOVE WS-MOVIMENTO-PPNG    TO WS-MOVIMENTO
           MOVE WS-GL-ACCT-VAR-PPNG  TO WS-GL-ACCT-DEBITO
           MOVE WS-GL-ACCT-PROV-PPNG TO WS-GL-ACCT-CREDITO
           MOVE 'PPNG '              TO WS-GL-REFERENCIA
           PERFORM 3300-POST-MOVEMENT
               THRU 3300-POST-MOVEMENT-EXIT

      *    IBNR UP: DEBIT CLAIMS EXPENSE, CREDIT THE RESERVE
           MOVE WS-MOVIMENTO-IBNR    TO WS-MOVIMENTO
           MOVE WS-GL-ACCT-DESP-IBNR TO WS-GL-ACCT-DEBITO
           MOVE WS-GL-ACCT-PROV-IBNR TO WS-GL-ACCT-CREDITO
           MOVE 'IBNR '              TO WS-GL-REFERENCIA
           PERFORM 3300-POST-MOVEMENT
               THRU 3300-POST-MOVEMENT-EXIT

           OPEN OUTPUT PRIOR-RESERVE-FILE
           MOVE WS-GL-PERIODO TO PR-PERIODO
           MOVE WS-PPNG-NOVA  TO PR-PPNG
           MOVE WS-IBNR-NOVA  TO PR-IBNR
           WRITE PRIOR-RESERVE-RECORD
           CLOSE PRIOR-RESERVE-FILE

           DISPLAY 'APOLICES PROVISIONADAS: ' WS-QTDE-APOLICES
           DISPLAY 'APOLICES LAPSAS:        ' WS-QTDE-LAPSAS
           DISPLAY 'PREMIO GANHO:           ' WS-TOTAL-GANHO
           DISPLAY 'PPNG DO MES:            ' WS-PPNG-NOVA
           DISPLAY 'MOVIMENTO PPNG:         ' WS-MOVIMENTO-PPNG
           DISPLAY 'IBNR DO MES:            ' WS-IBNR-NOVA
           DISPLAY 'MOVIMENTO IBNR:         ' WS-MOVIMENTO-IBNR

           MOVE 'PREMRESV'          TO CT-PROGRAM-ID
           MOVE 'PREMIO GANHO'      TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-GANHO      TO CT-TOTAL-1-VALOR
           MOVE 'PPNG'              TO CT-TOTAL-2-LABEL
           MOVE WS-PPNG-NOVA        TO CT-TOTAL-2-VALOR
           MOVE 'IBNR'              TO CT-TOTAL-3-LABEL
           MOVE WS-IBNR-NOVA        TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           CLOSE POLICY-MASTER-FILE
           PERFORM 8972-WRITE-GL-TRAILER
               THRU 8972-WRITE-GL-TRAILER-EXIT
           CLOSE GL-INTERFACE-FILE
           CLOSE EARNED-PREMIUM-FILE
           CLOSE RESERVE-REPORT-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-POST-MOVEMENT -- AN INCREASE DEBITS WS-GL-ACCT-DEBITO AND
      * CREDITS WS-GL-ACCT-CREDITO; A RELEASE REVERSES THE PAIR
      ******************************************************************
       3300-POST-MOVEMENT.

           IF WS-MOVIMENTO = ZEROS
               GO TO 3300-POST-MOVEMENT-EXIT
           END-IF

           MOVE WS-GL-PERIODO    TO GL-PERIODO
           MOVE WS-GL-REFERENCIA TO GL-EMP-ID

           IF WS-MOVIMENTO > ZEROS
               MOVE WS-MOVIMENTO       TO WS-MOVIMENTO-ABS

               MOVE WS-GL-ACCT-DEBITO  TO GL-ACCOUNT-CODE
               MOVE 'D'                TO GL-DC-INDICADOR
               MOVE WS-MOVIMENTO-ABS   TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-CREDITO TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           ELSE
               COMPUTE WS-MOVIMENTO-ABS = ZERO - WS-MOVIMENTO

               MOVE WS-GL-ACCT-CREDITO TO GL-ACCOUNT-CODE
               MOVE 'D'                TO GL-DC-INDICADOR
               MOVE WS-MOVIMENTO-ABS   TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT

               MOVE WS-GL-ACCT-DEBITO  TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DC-INDICADOR
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF.

       3300-POST-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3900-EDIT-DATE -- WS-DATA-TRAB (YYYYMMDD) TO DD/MM/YYYY
      ******************************************************************
       3900-EDIT-DATE.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO.

       3900-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-POLICY
      ******************************************************************
       8000-READ-POLICY.

           READ POLICY-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-SCHEDULE
      ******************************************************************
       8100-READ-SCHEDULE.

           READ PREMIUM-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-PS-EOF-SWITCH
           END-READ.

       8100-READ-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 8970-WRITE-GL-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON GLINTRFC
      ******************************************************************
       8970-WRITE-GL-HEADER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8970-WRITE-GL-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8971-WRITE-GL-ENTRY -- WRITE ONE RECORD AND COUNT IT
      * INTO THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8971-WRITE-GL-ENTRY.

           WRITE GL-INTERFACE-RECORD

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE GL-AMOUNT     TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8971-WRITE-GL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8972-WRITE-GL-TRAILER -- THE IFCTL TRAILER CLOSES THE
      * BATCH WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8972-WRITE-GL-TRAILER.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE GL-INTERFACE-RECORD FROM IC-REGISTRO.

       8972-WRITE-GL-TRAILER-EXIT.
           EXIT.
