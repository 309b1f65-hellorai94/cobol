      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: LOAN SUBLEDGER-TO-LEDGER PROOF. LOANACCT BOOKS THE
      * LOAN PORTFOLIO TO GLINTRFC AND KEEPS THE LOANLEDG SUBLEDGER;
      * THIS STEP RUNS AFTER GLPOST HAS ACCUMULATED THAT BATCH INTO
      * GLBALMST, THE SAME WAY DEPTIE PROVES THE DEPOSITS. IT SUMS
      * THE LOANLEDG PRINCIPAL OUTSTANDING BY PORTFOLIO (ORDINARY
      * LOANS 1400-000, RESTRUCTURED LOANS 1410-000) AND THE
      * INTEREST RECEIVABLE (1420-000), SUMS THE NET DEBIT BALANCE OF
      * THOSE ACCOUNTS OVER EVERY PERIOD ON GLBALMST, AND REPORTS
      * EACH LINE AND THE TOTAL TO THE CENTAVO ON THE LOANTRPT
      * PROOF. ANY DIFFERENCE ENDS WITH RETURN-CODE 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  REVIEW FIX: THE CTLTOT CALL RESET THE RETURN-CODE
      *               REGISTER, SO A PROOF THAT DID NOT CLOSE STILL
      *               ENDED WITH CONDITION CODE 0. THE CODE IS NOW HELD
      *               AND SET AFTER THE CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANTIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-LEDGER-FILE ASSIGN TO "LOANLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-STATUS.

           SELECT PROOF-REPORT ASSIGN TO "LOANTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  LOAN-LEDGER-RECORD.
           05  LG-LOAN-ID              PIC X(06).
           05  LG-CARTEIRA             PIC X(01).
               88  LG-REESTRUTURADO            VALUE 'R'.
           05  LG-SITUACAO             PIC X(01).
           05  LG-PERIODOS             PIC 9(03).
           05  LG-COBERTAS             PIC 9(03).
           05  LG-PARCIAL              PIC 9(07)V99.
           05  LG-PRINCIPAL            PIC 9(09)V99.
           05  LG-JUROS-RECEBER        PIC 9(07)V99.
           05  LG-ULT-MES              PIC 9(06).
           05  FILLER                  PIC X(11).

       FD  GL-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLBALMST.

       FD  PROOF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-LG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GB-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-LG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LG-END-OF-FILE             VALUE 'Y'.
       77  WS-GB-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GB-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * PROOF LINES -- 1 ORDINARY LOANS, 2 RESTRUCTURED LOANS,
      * 3 INTEREST RECEIVABLE; EACH WITH ITS LEDGER ACCOUNT
      *-----------------------------------------------------------------
       01  WS-CLASSE-VALORES.
           05  FILLER              PIC X(20)
                                   VALUE 'EMPRESTIMOS 1400-000'.
           05  FILLER              PIC X(20)
                                   VALUE 'REESTRUTUR. 1410-000'.
           05  FILLER              PIC X(20)
                                   VALUE 'JUROS A REC 1420-000'.
       01  WS-CLASSE-TABLE REDEFINES WS-CLASSE-VALORES.
           05  WS-CLS-ENTRY OCCURS 3 TIMES.
               10  WS-CLS-ROTULO   PIC X(12).
               10  WS-CLS-CONTA    PIC X(08).

       01  WS-CLASSE-SALDOS.
           05  WS-CLS-SALDO OCCURS 3 TIMES.
               10  WS-CLS-SUBRAZAO PIC S9(11)V99.
               10  WS-CLS-GL       PIC S9(11)V99.
               10  WS-CLS-DIF      PIC S9(11)V99.

       77  WS-CLS-SUB              PIC 9(01) VALUE ZEROS.

       77  WS-TOT-SUBRAZAO         PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-GL               PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-DIF              PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTDE-CONTRATOS       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-CLS-DIVERG      PIC 9(01) VALUE ZEROS.
       77  WS-CODIGO-RETORNO       PIC 9(02) VALUE ZEROS.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(12) VALUE 'CARTEIRA'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '  SALDO SUBRAZ'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'CONTA GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '      SALDO GL'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '     DIFERENCA'.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-CLASS-LINE.
           05  DL-ROTULO           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-SUBRAZAO         PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-CONTA            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-GL               PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-DIF              PIC -Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DL-ALERTA           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  DM-TEXTO            PIC X(80).

       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'LOANTIE' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-ROLL-LEDGER
               THRU 2000-ROLL-LEDGER-EXIT
               UNTIL WS-LG-END-OF-FILE

           PERFORM 3000-ROLL-GL-BALANCE
               THRU 3000-ROLL-GL-BALANCE-EXIT
               UNTIL WS-GB-END-OF-FILE

           PERFORM 4000-COMPARE-AND-REPORT
               THRU 4000-COMPARE-AND-REPORT-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- NO LOANLEDG OR NO GLBALMST MAKES THE PROOF
      * IMPOSSIBLE
      ******************************************************************
       1000-INITIALIZE.

           MOVE ZEROS TO WS-CLASSE-SALDOS

           OPEN INPUT LOAN-LEDGER-FILE
           IF WS-LG-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO LOANLEDG -- PROVA '
                   'IMPOSSIVEL'
               MOVE 'Y' TO WS-LG-EOF-SWITCH
           ELSE
               PERFORM 8000-READ-LEDGER
                   THRU 8000-READ-LEDGER-EXIT
           END-IF

           OPEN INPUT GL-BALANCE-FILE
           IF WS-GB-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO GLBALMST -- PROVA '
                   'IMPOSSIVEL'
               MOVE 'Y' TO WS-GB-EOF-SWITCH
           ELSE
               PERFORM 8100-READ-GL-BALANCE
                   THRU 8100-READ-GL-BALANCE-EXIT
           END-IF

           OPEN OUTPUT PROOF-REPORT
           MOVE 'LOANTIE' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE PROOF-LINE FROM RH-HEADER-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ROLL-LEDGER -- ONE LOAN'S PRINCIPAL INTO ITS PORTFOLIO,
      * ITS RECEIVABLE INTO THE INTEREST LINE
      ******************************************************************
       2000-ROLL-LEDGER.

           IF LG-REESTRUTURADO
               ADD LG-PRINCIPAL TO WS-CLS-SUBRAZAO(2)
           ELSE
               ADD LG-PRINCIPAL TO WS-CLS-SUBRAZAO(1)
           END-IF
           ADD LG-JUROS-RECEBER TO WS-CLS-SUBRAZAO(3)
           ADD 1 TO WS-QTDE-CONTRATOS

           PERFORM 8000-READ-LEDGER
               THRU 8000-READ-LEDGER-EXIT.

       2000-ROLL-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ROLL-GL-BALANCE -- EVERY PERIOD OF A LOAN ACCOUNT ADDS ITS
      * NET DEBIT; ANY OTHER ACCOUNT IS NOT PART OF THE PROOF
      ******************************************************************
       3000-ROLL-GL-BALANCE.

           PERFORM 3100-MATCH-CLASS-ACCOUNT
               THRU 3100-MATCH-CLASS-ACCOUNT-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > 3

           PERFORM 8100-READ-GL-BALANCE
               THRU 8100-READ-GL-BALANCE-EXIT.

       3000-ROLL-GL-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MATCH-CLASS-ACCOUNT
      ******************************************************************
       3100-MATCH-CLASS-ACCOUNT.

           IF GB-ACCOUNT-CODE = WS-CLS-CONTA(WS-CLS-SUB)
               COMPUTE WS-CLS-GL(WS-CLS-SUB) = WS-CLS-GL(WS-CLS-SUB)
                   + GB-DEBITOS - GB-CREDITOS
           END-IF.

       3100-MATCH-CLASS-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-COMPARE-AND-REPORT -- ONE LINE PER ACCOUNT, THE TOTAL,
      * THEN THE VERDICT AND THE STEP CONDITION
      ******************************************************************
       4000-COMPARE-AND-REPORT.

           WRITE PROOF-LINE FROM WS-COLUMN-LINE

           PERFORM 4100-REPORT-ONE-CLASS
               THRU 4100-REPORT-ONE-CLASS-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > 3

           COMPUTE WS-TOT-DIF = WS-TOT-SUBRAZAO - WS-TOT-GL

           MOVE 'TOTAL'         TO DL-ROTULO
           MOVE WS-TOT-SUBRAZAO TO DL-SUBRAZAO
           MOVE SPACES          TO DL-CONTA
           MOVE WS-TOT-GL       TO DL-GL
           MOVE WS-TOT-DIF      TO DL-DIF
           IF WS-TOT-DIF = ZEROS
               MOVE SPACES       TO DL-ALERTA
           ELSE
               MOVE '** DIVERGE' TO DL-ALERTA
           END-IF
           WRITE PROOF-LINE FROM WS-CLASS-LINE

           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE

           DISPLAY 'CONTRATOS NO LOANLEDG:   ' WS-QTDE-CONTRATOS
           DISPLAY 'TOTAL DO SUBRAZAO:       ' WS-TOT-SUBRAZAO
           DISPLAY 'TOTAL DA CARTEIRA NO GL: ' WS-TOT-GL
           DISPLAY 'CONTAS DIVERGENTES:      ' WS-QTDE-CLS-DIVERG

           IF WS-QTDE-CLS-DIVERG = ZEROS
               AND WS-LG-STATUS NOT = '35'
               AND WS-GB-STATUS NOT = '35'
               MOVE SPACES TO DM-TEXTO
               STRING 'CARTEIRA CONFERIDA -- SUBRAZAO DE EMPRESTIMOS '
                      'E RAZAO FECHAM AO CENTAVO'
                   DELIMITED BY SIZE INTO DM-TEXTO
               DISPLAY DM-TEXTO
               MOVE 0 TO WS-CODIGO-RETORNO
           ELSE
               MOVE SPACES TO DM-TEXTO
               STRING 'CARTEIRA DESBALANCEADA -- SUBRAZAO E RAZAO '
                      'NAO FECHAM'
                   DELIMITED BY SIZE INTO DM-TEXTO
               DISPLAY DM-TEXTO ' DIFERENCA ' WS-TOT-DIF
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF
           WRITE PROOF-LINE FROM WS-MESSAGE-LINE

           MOVE 'LOANTIE'           TO CT-PROGRAM-ID
           MOVE 'TOTAL SUBRAZAO'    TO CT-TOTAL-1-LABEL
           MOVE WS-TOT-SUBRAZAO     TO CT-TOTAL-1-VALOR
           MOVE 'TOTAL GL EMPR'     TO CT-TOTAL-2-LABEL
           MOVE WS-TOT-GL           TO CT-TOTAL-2-VALOR
           MOVE 'DIFERENCA'         TO CT-TOTAL-3-LABEL
           MOVE WS-TOT-DIF          TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE

           IF WS-LG-STATUS = '00' OR WS-LG-STATUS = '10'
               CLOSE LOAN-LEDGER-FILE
           END-IF
           IF WS-GB-STATUS = '00' OR WS-GB-STATUS = '10'
               CLOSE GL-BALANCE-FILE
           END-IF
           CLOSE PROOF-REPORT.

       4000-COMPARE-AND-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REPORT-ONE-CLASS
      ******************************************************************
       4100-REPORT-ONE-CLASS.

           COMPUTE WS-CLS-DIF(WS-CLS-SUB) =
               WS-CLS-SUBRAZAO(WS-CLS-SUB) - WS-CLS-GL(WS-CLS-SUB)

           ADD WS-CLS-SUBRAZAO(WS-CLS-SUB) TO WS-TOT-SUBRAZAO
           ADD WS-CLS-GL(WS-CLS-SUB)       TO WS-TOT-GL

           MOVE WS-CLS-ROTULO(WS-CLS-SUB)   TO DL-ROTULO
           MOVE WS-CLS-SUBRAZAO(WS-CLS-SUB) TO DL-SUBRAZAO
           MOVE WS-CLS-CONTA(WS-CLS-SUB)    TO DL-CONTA
           MOVE WS-CLS-GL(WS-CLS-SUB)       TO DL-GL
           MOVE WS-CLS-DIF(WS-CLS-SUB)      TO DL-DIF

           IF WS-CLS-DIF(WS-CLS-SUB) = ZEROS
               MOVE SPACES TO DL-ALERTA
           ELSE
               MOVE '** DIVERGE' TO DL-ALERTA
               ADD 1 TO WS-QTDE-CLS-DIVERG
           END-IF

           WRITE PROOF-LINE FROM WS-CLASS-LINE.

       4100-REPORT-ONE-CLASS-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-LEDGER
      ******************************************************************
       8000-READ-LEDGER.

           READ LOAN-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LG-EOF-SWITCH
           END-READ.

       8000-READ-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-GL-BALANCE
      ******************************************************************
       8100-READ-GL-BALANCE.

           READ GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-GB-EOF-SWITCH
           END-READ.

       8100-READ-GL-BALANCE-EXIT.
           EXIT.
