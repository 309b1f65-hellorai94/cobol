      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: LOAN ORIGINATION AND UNDERWRITING. MANZAV BUILDS A
      * SCHEDULE FROM WHATEVER LOANPARM RECORD IT IS GIVEN AND
      * NOTHING RECORDED HOW A LOAN CAME TO BE APPROVED. THIS RUN
      * READS THE LOANAPP APPLICATION FILE (PROPOSAL ID, APPLICANT
      * CPF, MONTHLY INCOME, AMOUNT, TERM, PURPOSE), VALIDATES THE
      * CPF THROUGH THE SHARED CPFCHECK, PRICES THE LEVEL INSTALLMENT
      * WITH MANZAV'S OWN MATH AT THE POLICY RATE AND WORKS OUT THE
      * DEBT-TO-INCOME WITH THE APPLICANT'S EXISTING MANZAV LOANS
      * (EARLIER APPROVALS ON LOANDEC STILL ON LOANPARM) AND ANY OPEN
      * CONSIGNADO ON CONSMAST (MATCHED TO THE CPF THROUGH EMPMAST)
      * COUNTED IN. THE CREDPOL CREDIT POLICY LIMITS DECIDE:
      *   A - APROVADA  -- APPENDED TO LOANPARM FOR MANZAV;
      *   R - REFERIDA  -- TO A CREDIT OFFICER (DTI IN THE REFERRAL
      *                    BAND, OR AMOUNT ABOVE THE AUTOMATIC
      *                    APPROVAL LIMIT);
      *   D - RECUSADA  -- ANY HARD LIMIT BROKEN.
      * EVERY DECISION IS APPENDED TO THE LOANDEC AUDIT FILE WITH UP
      * TO THREE REASONS, AND PRINTED ON THE LOANDRPT REPORT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANORIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.

           SELECT CREDIT-POLICY-FILE ASSIGN TO "CREDPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.

           SELECT LOAN-PARM-FILE ASSIGN TO "LOANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.

           SELECT LOAN-DECISION-FILE ASSIGN TO "LOANDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

           SELECT CONSIGNADO-MASTER-FILE ASSIGN TO "CONSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-CONTRATO
               FILE STATUS IS WS-CNS-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DECISION-REPORT-FILE ASSIGN TO "LOANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * LOAN-APPLICATION-FILE -- ONE PROPOSAL PER LINE; THE PROPOSAL
      * ID BECOMES THE LOAN ID ON APPROVAL
      *-----------------------------------------------------------------
       FD  LOAN-APPLICATION-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  LOAN-APPLICATION-RECORD.
           05  LA-PROPOSTA-ID      PIC X(06).
           05  LA-CPF              PIC X(11).
           05  LA-RENDA-MENSAL     PIC 9(07)V99.
           05  LA-VALOR            PIC 9(07)V99.
           05  LA-PRAZO-MESES      PIC 9(03).
           05  LA-FINALIDADE       PIC X(15).

      *-----------------------------------------------------------------
      * CREDIT-POLICY-FILE -- ONE LINE OVERRIDING THE POLICY DEFAULTS
      *-----------------------------------------------------------------
       FD  CREDIT-POLICY-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  CREDIT-POLICY-RECORD.
           05  CP-TAXA-ANUAL       PIC 9(02)V999.
           05  CP-RENDA-MINIMA     PIC 9(07)V99.
           05  CP-VALOR-MAXIMO     PIC 9(07)V99.
           05  CP-VALOR-ALCADA     PIC 9(07)V99.
           05  CP-PRAZO-MAXIMO     PIC 9(03).
           05  CP-DTI-APROVA       PIC 9(02)V99.
           05  CP-DTI-REFERE       PIC 9(02)V99.
           05  FILLER              PIC X(12).

       FD  LOAN-PARM-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  LOAN-PARM-RECORD.
           05  LP-LOAN-ID              PIC X(06).
           05  LP-PRINCIPAL            PIC 9(07)V99.
           05  LP-TAXA-ANUAL           PIC 9(02)V999.
           05  LP-PRAZO-MESES          PIC 9(03).

      *-----------------------------------------------------------------
      * LOAN-DECISION-FILE -- ONE RECORD PER DECISION, APPENDED ACROSS
      * RUNS; THE APPROVALS ARE ALSO HOW A CPF'S EXISTING LOANS ARE
      * FOUND ON THE NEXT RUN
      *-----------------------------------------------------------------
       FD  LOAN-DECISION-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  LOAN-DECISION-RECORD.
           05  DC-PROPOSTA-ID      PIC X(06).
           05  DC-CPF              PIC X(11).
           05  DC-DATA             PIC 9(08).
           05  DC-DECISAO          PIC X(01).
               88  DC-APROVADA            VALUE 'A'.
               88  DC-REFERIDA            VALUE 'R'.
               88  DC-RECUSADA            VALUE 'D'.
           05  DC-VALOR            PIC 9(07)V99.
           05  DC-PRAZO-MESES      PIC 9(03).
           05  DC-TAXA-ANUAL       PIC 9(02)V999.
           05  DC-PARCELA          PIC 9(07)V99.
           05  DC-RENDA-MENSAL     PIC 9(07)V99.
           05  DC-COMPROMETIDO     PIC 9(07)V99.
           05  DC-DTI-PCT          PIC 9(03)V99.
           05  DC-FINALIDADE       PIC X(15).
           05  DC-MOTIVO OCCURS 3 TIMES
                                   PIC X(20).

      *-----------------------------------------------------------------
      * CONSIGNADO-MASTER-FILE -- SALIQUID'S PAYROLL-DEDUCTED LOAN
      * CONTRACTS, READ ONLY
      *-----------------------------------------------------------------
       FD  CONSIGNADO-MASTER-FILE.
       01  CONSIGNADO-RECORD.
           05  CONS-CONTRATO       PIC X(08).
           05  CONS-EMP-ID         PIC X(05).
           05  CONS-VALOR-PARCELA  PIC 9(05)V99.
           05  CONS-PARCELAS-REST  PIC 9(03).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  DECISION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-LA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-LP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CNS-STATUS           PIC X(02) VALUE SPACES.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-LP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-LP-END-OF-FILE            VALUE 'Y'.
       77  WS-DC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DC-END-OF-FILE            VALUE 'Y'.
       77  WS-CNS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CNS-END-OF-FILE           VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

      *-----------------------------------------------------------------
      * CREDIT POLICY -- DEFAULTS, OVERRIDDEN BY CREDPOL
      *-----------------------------------------------------------------
       77  WS-TAXA-ANUAL           PIC 9(02)V999 VALUE 24.000.
       77  WS-RENDA-MINIMA         PIC 9(07)V99 VALUE 1500.00.
       77  WS-VALOR-MAXIMO         PIC 9(07)V99 VALUE 100000.00.
       77  WS-VALOR-ALCADA         PIC 9(07)V99 VALUE 30000.00.
       77  WS-PRAZO-MAXIMO         PIC 9(03) VALUE 60.
       77  WS-DTI-APROVA           PIC 9(02)V99 VALUE 30.00.
       77  WS-DTI-REFERE           PIC 9(02)V99 VALUE 40.00.

      *-----------------------------------------------------------------
      * THE LOAN BOOK -- LOAN IDS ON LOANPARM, AND EVERY EARLIER
      * APPROVAL (CPF AND INSTALLMENT) FROM LOANDEC
      *-----------------------------------------------------------------
       01  WS-LPM-TABLE.
           05  WS-LPM-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-LPM-IDX.
               10  WS-LPM-LOAN-ID     PIC X(06).

       77  WS-LPM-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-LPM-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-LPM-ENCONTROU             VALUE 'S'.

       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-APR-IDX.
               10  WS-APR-PROPOSTA    PIC X(06).
               10  WS-APR-CPF         PIC X(11).
               10  WS-APR-PARCELA     PIC 9(07)V99.

       77  WS-APR-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-APR-SUB              PIC 9(04) VALUE ZEROS.

       01  WS-PRO-TABLE.
           05  WS-PRO-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-PRO-IDX.
               10  WS-PRO-ID          PIC X(06).

       77  WS-PRO-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-PRO-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-PRO-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * OPEN CONSIGNADO CONTRACTS BY THE BORROWER'S CPF (SALIQUID'S
      * OCCURS 100 LIMIT)
      *-----------------------------------------------------------------
       01  WS-CNS-TABLE.
           05  WS-CNS-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-CNS-IDX.
               10  WS-CNS-CPF         PIC X(11).
               10  WS-CNS-PARCELA     PIC 9(05)V99.

       77  WS-CNS-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CNS-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ONE PROPOSAL -- MANZAV'S LEVEL-PAYMENT WORK FIELDS, STAGED
      * THE SAME WAY
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-TAXA-MENSAL          PIC 9V9(6) VALUE ZEROS.
       77  WS-FATOR                PIC 9(09)V9(6) VALUE ZEROS.
       77  WS-PARCELA-NUM          PIC 9(09)V9(6) VALUE ZEROS.
       77  WS-PARCELA-DEN          PIC 9(09)V9(6) VALUE ZEROS.
       77  WS-PARCELA              PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARCELAS-EXISTENTES  PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARCELAS-CONSIGNADO  PIC 9(07)V99 VALUE ZEROS.
       77  WS-COMPROMETIDO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-DTI-PCT              PIC 9(03)V99 VALUE ZEROS.
       77  WS-DECISAO              PIC X(01) VALUE SPACES.
       77  WS-QTDE-MOTIVOS         PIC 9(01) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(20) VALUE SPACES.

       01  WS-MOTIVOS.
           05  WS-MOTIVO-ITEM OCCURS 3 TIMES
                                   PIC X(20).

       77  WS-QTDE-LIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-APROVADAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REFERIDAS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RECUSADAS       PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-APROVADO       PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * DECISION REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'PROPOSTA CPF         D      VALOR PRZ   '.
           05  FILLER              PIC X(40) VALUE
               'PARCELA   DTI% MOTIVO                   '.

       01  WS-RPT-DETALHE.
           05  WS-RD-PROPOSTA      PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RD-CPF           PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DECISAO       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VALOR         PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PRAZO         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PARCELA       PIC Z(05)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DTI           PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-MOTIVO        PIC X(20).

       01  WS-RPT-MOTIVO-LINHA.
           05  FILLER              PIC X(60) VALUE SPACES.
           05  WS-RM-MOTIVO        PIC X(20).

       01  WS-RPT-TOTAL-LINHA.
           05  WS-RT-ROTULO        PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-QTDE          PIC Z(04)9.

       COPY CPFLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'LOANORIG' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-UNDERWRITE
               THRU 2000-UNDERWRITE-EXIT
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
      * 1000-INITIALIZE -- POLICY, THE LOAN BOOK, THE DECISION
      * HISTORY AND THE CONSIGNADO COMMITMENTS; ANY BOOK TABLE THAT
      * OVERFLOWS REFUSES THE RUN, SINCE A LOAN LEFT OUT WOULD
      * UNDERSTATE SOMEBODY'S DEBT
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-LPM-TABLE
           MOVE SPACES TO WS-APR-TABLE
           MOVE SPACES TO WS-PRO-TABLE
           MOVE SPACES TO WS-CNS-TABLE

           OPEN INPUT LOAN-APPLICATION-FILE
           IF WS-LA-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANAPP -- NENHUMA '
                   'PROPOSTA A ANALISAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1100-LOAD-POLICY
               THRU 1100-LOAD-POLICY-EXIT

           PERFORM 1200-LOAD-LOAN-BOOK
               THRU 1200-LOAD-LOAN-BOOK-EXIT

           PERFORM 1300-LOAD-DECISIONS
               THRU 1300-LOAD-DECISIONS-EXIT

           PERFORM 1400-LOAD-CONSIGNADO
               THRU 1400-LOAD-CONSIGNADO-EXIT

           IF WS-EXECUCAO-ABORTADA
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8   TO RETURN-CODE
               CLOSE LOAN-APPLICATION-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND LOAN-PARM-FILE
           IF WS-LP-STATUS NOT = '00'
               OPEN OUTPUT LOAN-PARM-FILE
           END-IF

           OPEN EXTEND LOAN-DECISION-FILE
           IF WS-DC-STATUS NOT = '00'
               OPEN OUTPUT LOAN-DECISION-FILE
           END-IF

           OPEN OUTPUT DECISION-REPORT-FILE
           MOVE 'LOANORIG' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE DECISION-REPORT-LINE FROM RH-HEADER-LINE
           MOVE 'DECISOES DE CREDITO - ORIGINACAO DE EMPRESTIMOS'
               TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 8000-READ-APPLICATION
               THRU 8000-READ-APPLICATION-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-POLICY -- NO CREDPOL FILE KEEPS THE DEFAULTS; A ZERO
      * OR NON-NUMERIC FIELD KEEPS ITS DEFAULT
      ******************************************************************
       1100-LOAD-POLICY.

           OPEN INPUT CREDIT-POLICY-FILE
           IF WS-CP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CREDPOL -- POLITICA DE '
                   'CREDITO PADRAO'
               GO TO 1100-LOAD-POLICY-EXIT
           END-IF

           READ CREDIT-POLICY-FILE
               AT END
                   MOVE SPACES TO CREDIT-POLICY-RECORD
           END-READ

           IF CP-TAXA-ANUAL NUMERIC AND CP-TAXA-ANUAL > ZEROS
               MOVE CP-TAXA-ANUAL TO WS-TAXA-ANUAL
           END-IF
           IF CP-RENDA-MINIMA NUMERIC AND CP-RENDA-MINIMA > ZEROS
               MOVE CP-RENDA-MINIMA TO WS-RENDA-MINIMA
           END-IF
           IF CP-VALOR-MAXIMO NUMERIC AND CP-VALOR-MAXIMO > ZEROS
               MOVE CP-VALOR-MAXIMO TO WS-VALOR-MAXIMO
           END-IF
           IF CP-VALOR-ALCADA NUMERIC AND CP-VALOR-ALCADA > ZEROS
               MOVE CP-VALOR-ALCADA TO WS-VALOR-ALCADA
           END-IF
           IF CP-PRAZO-MAXIMO NUMERIC AND CP-PRAZO-MAXIMO > ZEROS
               MOVE CP-PRAZO-MAXIMO TO WS-PRAZO-MAXIMO
           END-IF
           IF CP-DTI-APROVA NUMERIC AND CP-DTI-APROVA > ZEROS
               MOVE CP-DTI-APROVA TO WS-DTI-APROVA
           END-IF
           IF CP-DTI-REFERE NUMERIC AND CP-DTI-REFERE > ZEROS
               MOVE CP-DTI-REFERE TO WS-DTI-REFERE
           END-IF

      *    THE REFERRAL BAND CAN NEVER START BELOW AUTOMATIC APPROVAL
           IF WS-DTI-REFERE < WS-DTI-APROVA
               MOVE WS-DTI-APROVA TO WS-DTI-REFERE
           END-IF

           CLOSE CREDIT-POLICY-FILE.

       1100-LOAD-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-LOAN-BOOK -- THE LOAN IDS ON LOANPARM; NO FILE IS AN
      * EMPTY BOOK
      ******************************************************************
       1200-LOAD-LOAN-BOOK.

           OPEN INPUT LOAN-PARM-FILE
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO LOANPARM -- CARTEIRA '
                   'VAZIA'
               GO TO 1200-LOAD-LOAN-BOOK-EXIT
           END-IF

           PERFORM 8100-READ-LOAN-PARM
               THRU 8100-READ-LOAN-PARM-EXIT
           PERFORM 1210-STORE-LOAN
               THRU 1210-STORE-LOAN-EXIT
               UNTIL WS-LP-END-OF-FILE

           CLOSE LOAN-PARM-FILE.

       1200-LOAD-LOAN-BOOK-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-LOAN
      ******************************************************************
       1210-STORE-LOAN.

           IF WS-LPM-COUNT < 1000
               ADD 1 TO WS-LPM-COUNT
               SET WS-LPM-IDX TO WS-LPM-COUNT
               MOVE LP-LOAN-ID TO WS-LPM-LOAN-ID(WS-LPM-IDX)
           ELSE
               DISPLAY 'TABELA DE EMPRESTIMOS CHEIA -- '
                   LP-LOAN-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           PERFORM 8100-READ-LOAN-PARM
               THRU 8100-READ-LOAN-PARM-EXIT.

       1210-STORE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-DECISIONS -- EVERY PROPOSAL ID EVER DECIDED (NONE
      * MAY BE REUSED) AND EVERY APPROVAL WITH ITS CPF AND
      * INSTALLMENT
      ******************************************************************
       1300-LOAD-DECISIONS.

           OPEN INPUT LOAN-DECISION-FILE
           IF WS-DC-STATUS NOT = '00'
               GO TO 1300-LOAD-DECISIONS-EXIT
           END-IF

           PERFORM 8200-READ-DECISION
               THRU 8200-READ-DECISION-EXIT
           PERFORM 1310-STORE-DECISION
               THRU 1310-STORE-DECISION-EXIT
               UNTIL WS-DC-END-OF-FILE

           CLOSE LOAN-DECISION-FILE.

       1300-LOAD-DECISIONS-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-DECISION
      ******************************************************************
       1310-STORE-DECISION.

           IF WS-PRO-COUNT < 2000
               ADD 1 TO WS-PRO-COUNT
               SET WS-PRO-IDX TO WS-PRO-COUNT
               MOVE DC-PROPOSTA-ID TO WS-PRO-ID(WS-PRO-IDX)
           ELSE
               DISPLAY 'TABELA DE PROPOSTAS CHEIA -- '
                   DC-PROPOSTA-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           IF DC-APROVADA
               IF WS-APR-COUNT < 1000
                   ADD 1 TO WS-APR-COUNT
                   SET WS-APR-IDX TO WS-APR-COUNT
                   MOVE DC-PROPOSTA-ID TO WS-APR-PROPOSTA(WS-APR-IDX)
                   MOVE DC-CPF         TO WS-APR-CPF(WS-APR-IDX)
                   MOVE DC-PARCELA     TO WS-APR-PARCELA(WS-APR-IDX)
               ELSE
                   DISPLAY 'TABELA DE APROVACOES CHEIA -- '
                       DC-PROPOSTA-ID ' FORA DA CARGA'
                   MOVE 'S' TO WS-ABORTA-SW
               END-IF
           END-IF

           PERFORM 8200-READ-DECISION
               THRU 8200-READ-DECISION-EXIT.

       1310-STORE-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-CONSIGNADO -- EVERY CONSMAST CONTRACT WITH
      * INSTALLMENTS REMAINING, KEYED BY THE EMPLOYEE'S CPF ON
      * EMPMAST. NO CONSMAST MEANS NO CONSIGNADO COMMITMENTS; A
      * CONTRACT WHOSE EMPLOYEE HAS NO CPF CANNOT BE MATCHED
      ******************************************************************
       1400-LOAD-CONSIGNADO.

           OPEN INPUT CONSIGNADO-MASTER-FILE
           IF WS-CNS-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CONSMAST -- CONSIGNADOS '
                   'FORA DO COMPROMETIMENTO'
               GO TO 1400-LOAD-CONSIGNADO-EXIT
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE EMPMAST -- CONSIGNADOS '
                   'FORA DO COMPROMETIMENTO'
               CLOSE CONSIGNADO-MASTER-FILE
               GO TO 1400-LOAD-CONSIGNADO-EXIT
           END-IF

           PERFORM 8300-READ-CONSIGNADO
               THRU 8300-READ-CONSIGNADO-EXIT
           PERFORM 1410-STORE-CONSIGNADO
               THRU 1410-STORE-CONSIGNADO-EXIT
               UNTIL WS-CNS-END-OF-FILE

           CLOSE CONSIGNADO-MASTER-FILE
           CLOSE EMPLOYEE-MASTER-FILE.

       1400-LOAD-CONSIGNADO-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-CONSIGNADO
      ******************************************************************
       1410-STORE-CONSIGNADO.

           IF CONS-PARCELAS-REST = ZEROS
               GO TO 1410-STORE-CONSIGNADO-NEXT
           END-IF

           MOVE CONS-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-CPF
           END-READ
           IF EMP-CPF = SPACES
               DISPLAY 'AVISO - CONSIGNADO ' CONS-CONTRATO
                   ' SEM CPF DO FUNCIONARIO ' CONS-EMP-ID
               GO TO 1410-STORE-CONSIGNADO-NEXT
           END-IF

           IF WS-CNS-COUNT < 100
               ADD 1 TO WS-CNS-COUNT
               SET WS-CNS-IDX TO WS-CNS-COUNT
               MOVE EMP-CPF            TO WS-CNS-CPF(WS-CNS-IDX)
               MOVE CONS-VALOR-PARCELA TO WS-CNS-PARCELA(WS-CNS-IDX)
           ELSE
               DISPLAY 'TABELA DE CONSIGNADOS CHEIA -- CONTRATO '
                   CONS-CONTRATO ' FORA DA CARGA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1410-STORE-CONSIGNADO-NEXT.

           PERFORM 8300-READ-CONSIGNADO
               THRU 8300-READ-CONSIGNADO-EXIT.

       1410-STORE-CONSIGNADO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-UNDERWRITE -- EDIT, PRICE, MEASURE THE COMMITMENT AND
      * DECIDE; THE FIRST DECLINE REASON SHORT-CIRCUITS THE PRICING
      ******************************************************************
       2000-UNDERWRITE.

           ADD 1 TO WS-QTDE-LIDAS
           MOVE SPACES TO WS-MOTIVOS
           MOVE ZEROS  TO WS-QTDE-MOTIVOS
           MOVE ZEROS  TO WS-PARCELA
           MOVE ZEROS  TO WS-COMPROMETIDO
           MOVE ZEROS  TO WS-DTI-PCT
           MOVE 'A'    TO WS-DECISAO

           PERFORM 2100-EDIT-APPLICATION
               THRU 2100-EDIT-APPLICATION-EXIT
           IF WS-DECISAO = 'D'
               GO TO 2000-UNDERWRITE-DECIDE
           END-IF

           PERFORM 2200-PRICE-INSTALLMENT
               THRU 2200-PRICE-INSTALLMENT-EXIT

           PERFORM 2300-MEASURE-COMMITMENT
               THRU 2300-MEASURE-COMMITMENT-EXIT

           PERFORM 2400-APPLY-POLICY
               THRU 2400-APPLY-POLICY-EXIT.

       2000-UNDERWRITE-DECIDE.

           PERFORM 2500-RECORD-DECISION
               THRU 2500-RECORD-DECISION-EXIT

           PERFORM 8000-READ-APPLICATION
               THRU 8000-READ-APPLICATION-EXIT.

       2000-UNDERWRITE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-APPLICATION -- HARD EDITS; EACH FAILURE IS A
      * DECLINE REASON
      ******************************************************************
       2100-EDIT-APPLICATION.

           IF LA-PROPOSTA-ID = SPACES
               MOVE 'PROPOSTA SEM ID' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
               GO TO 2100-EDIT-APPLICATION-EXIT
           END-IF

           MOVE 'N' TO WS-PRO-ACHOU
           IF WS-PRO-COUNT > ZEROS
               SET WS-PRO-IDX TO 1
               SEARCH WS-PRO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRO-ID(WS-PRO-IDX) = LA-PROPOSTA-ID
                       MOVE 'S' TO WS-PRO-ACHOU
               END-SEARCH
           END-IF
           PERFORM 2110-FIND-LOAN-ID
               THRU 2110-FIND-LOAN-ID-EXIT
           IF WS-PRO-ENCONTROU OR WS-LPM-ENCONTROU
               MOVE 'PROPOSTA JA DECIDIDA' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
               GO TO 2100-EDIT-APPLICATION-EXIT
           END-IF

           MOVE LA-CPF TO CPF-NUMERO
           CALL 'CPFCHECK' USING CPFCHK-PARMS
           IF CPF-DIGITO-INVALIDO
               MOVE 'CPF INVALIDO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
           END-IF

           IF LA-RENDA-MENSAL NOT NUMERIC
               OR LA-VALOR NOT NUMERIC
               OR LA-PRAZO-MESES NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
               GO TO 2100-EDIT-APPLICATION-EXIT
           END-IF

           IF LA-VALOR = ZEROS OR LA-PRAZO-MESES = ZEROS
               MOVE 'VALOR OU PRAZO ZERO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
               GO TO 2100-EDIT-APPLICATION-EXIT
           END-IF

           IF LA-RENDA-MENSAL < WS-RENDA-MINIMA
               MOVE 'RENDA ABAIXO MINIMO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
           END-IF

           IF LA-VALOR > WS-VALOR-MAXIMO
               MOVE 'VALOR ACIMA MAXIMO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
           END-IF

           IF LA-PRAZO-MESES > WS-PRAZO-MAXIMO
               MOVE 'PRAZO ACIMA MAXIMO' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
           END-IF.

       2100-EDIT-APPLICATION-EXIT.
           EXIT.

      ******************************************************************
      * 2110-FIND-LOAN-ID -- THE PROPOSAL ID MUST NOT ALREADY BE A
      * LOAN ON LOANPARM
      ******************************************************************
       2110-FIND-LOAN-ID.

           MOVE 'N' TO WS-LPM-ACHOU

           IF WS-LPM-COUNT = ZEROS
               GO TO 2110-FIND-LOAN-ID-EXIT
           END-IF

           SET WS-LPM-IDX TO 1
           SEARCH WS-LPM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LPM-LOAN-ID(WS-LPM-IDX) = LA-PROPOSTA-ID
                   MOVE 'S' TO WS-LPM-ACHOU
           END-SEARCH.

       2110-FIND-LOAN-ID-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PRICE-INSTALLMENT -- MANZAV'S LEVEL PAYMENT AT THE
      * POLICY RATE, STAGED THROUGH THE SAME WORK FIELDS
      ******************************************************************
       2200-PRICE-INSTALLMENT.

           COMPUTE WS-TAXA-MENSAL = WS-TAXA-ANUAL / 12 / 100

           IF WS-TAXA-ANUAL = ZEROS
               COMPUTE WS-PARCELA ROUNDED =
                   LA-VALOR / LA-PRAZO-MESES
           ELSE
               COMPUTE WS-FATOR =
                   (1 + WS-TAXA-MENSAL) ** LA-PRAZO-MESES
               COMPUTE WS-PARCELA-NUM =
                   LA-VALOR * WS-TAXA-MENSAL * WS-FATOR
               COMPUTE WS-PARCELA-DEN = WS-FATOR - 1
               COMPUTE WS-PARCELA ROUNDED =
                   WS-PARCELA-NUM / WS-PARCELA-DEN
           END-IF.

       2200-PRICE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-MEASURE-COMMITMENT -- NEW INSTALLMENT PLUS THE CPF'S
      * LIVE MANZAV LOANS AND OPEN CONSIGNADOS, OVER MONTHLY INCOME
      ******************************************************************
       2300-MEASURE-COMMITMENT.

           MOVE ZEROS TO WS-PARCELAS-EXISTENTES
           MOVE ZEROS TO WS-PARCELAS-CONSIGNADO

           PERFORM 2310-ADD-EXISTING-LOAN
               THRU 2310-ADD-EXISTING-LOAN-EXIT
               VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT

           PERFORM 2320-ADD-CONSIGNADO
               THRU 2320-ADD-CONSIGNADO-EXIT
               VARYING WS-CNS-SUB FROM 1 BY 1
               UNTIL WS-CNS-SUB > WS-CNS-COUNT

           COMPUTE WS-COMPROMETIDO = WS-PARCELA
               + WS-PARCELAS-EXISTENTES
           ADD WS-PARCELAS-CONSIGNADO TO WS-COMPROMETIDO

           IF LA-RENDA-MENSAL > ZEROS
               COMPUTE WS-DTI-PCT ROUNDED =
                   (WS-COMPROMETIDO * 100) / LA-RENDA-MENSAL
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DTI-PCT
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-DTI-PCT
           END-IF.

       2300-MEASURE-COMMITMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2310-ADD-EXISTING-LOAN -- AN APPROVAL STILL ON LOANPARM IS A
      * LIVE LOAN
      ******************************************************************
       2310-ADD-EXISTING-LOAN.

           SET WS-APR-IDX TO WS-APR-SUB

           IF WS-APR-CPF(WS-APR-IDX) NOT = LA-CPF
               GO TO 2310-ADD-EXISTING-LOAN-EXIT
           END-IF

           MOVE 'N' TO WS-LPM-ACHOU
           IF WS-LPM-COUNT > ZEROS
               SET WS-LPM-IDX TO 1
               SEARCH WS-LPM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LPM-LOAN-ID(WS-LPM-IDX)
                           = WS-APR-PROPOSTA(WS-APR-IDX)
                       MOVE 'S' TO WS-LPM-ACHOU
               END-SEARCH
           END-IF

           IF WS-LPM-ENCONTROU
               ADD WS-APR-PARCELA(WS-APR-IDX) TO WS-PARCELAS-EXISTENTES
           END-IF.

       2310-ADD-EXISTING-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2320-ADD-CONSIGNADO
      ******************************************************************
       2320-ADD-CONSIGNADO.

           SET WS-CNS-IDX TO WS-CNS-SUB

           IF WS-CNS-CPF(WS-CNS-IDX) = LA-CPF
               ADD WS-CNS-PARCELA(WS-CNS-IDX) TO WS-PARCELAS-CONSIGNADO
           END-IF.

       2320-ADD-CONSIGNADO-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPLY-POLICY -- DTI ABOVE THE REFERRAL CEILING DECLINES;
      * IN THE REFERRAL BAND, OR AN AMOUNT ABOVE THE AUTOMATIC
      * APPROVAL LIMIT, REFERS
      ******************************************************************
       2400-APPLY-POLICY.

           IF WS-DTI-PCT > WS-DTI-REFERE
               MOVE 'DTI ACIMA DO LIMITE' TO WS-MOTIVO
               PERFORM 2900-ADD-DECLINE
                   THRU 2900-ADD-DECLINE-EXIT
               GO TO 2400-APPLY-POLICY-EXIT
           END-IF

           IF WS-DTI-PCT > WS-DTI-APROVA
               MOVE 'DTI FAIXA DE ANALISE' TO WS-MOTIVO
               PERFORM 2910-ADD-REFERRAL
                   THRU 2910-ADD-REFERRAL-EXIT
           END-IF

           IF LA-VALOR > WS-VALOR-ALCADA
               MOVE 'VALOR ACIMA ALCADA' TO WS-MOTIVO
               PERFORM 2910-ADD-REFERRAL
                   THRU 2910-ADD-REFERRAL-EXIT
           END-IF.

       2400-APPLY-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2500-RECORD-DECISION -- LOANDEC FOR EVERY PROPOSAL, LOANPARM
      * FOR THE APPROVED ONES, AND THE REPORT LINE
      ******************************************************************
       2500-RECORD-DECISION.

           IF WS-DECISAO = 'A'
               MOVE 'DENTRO DA POLITICA' TO WS-MOTIVO-ITEM(1)
           END-IF

           MOVE SPACES             TO LOAN-DECISION-RECORD
           MOVE LA-PROPOSTA-ID     TO DC-PROPOSTA-ID
           MOVE LA-CPF             TO DC-CPF
           MOVE WS-DATA-HOJE       TO DC-DATA
           MOVE WS-DECISAO         TO DC-DECISAO
           MOVE ZEROS              TO DC-VALOR
           MOVE ZEROS              TO DC-PRAZO-MESES
           MOVE ZEROS              TO DC-RENDA-MENSAL
           IF LA-VALOR NUMERIC
               MOVE LA-VALOR       TO DC-VALOR
           END-IF
           IF LA-PRAZO-MESES NUMERIC
               MOVE LA-PRAZO-MESES TO DC-PRAZO-MESES
           END-IF
           IF LA-RENDA-MENSAL NUMERIC
               MOVE LA-RENDA-MENSAL TO DC-RENDA-MENSAL
           END-IF
           MOVE WS-TAXA-ANUAL      TO DC-TAXA-ANUAL
           MOVE WS-PARCELA         TO DC-PARCELA
           MOVE WS-COMPROMETIDO    TO DC-COMPROMETIDO
           MOVE WS-DTI-PCT         TO DC-DTI-PCT
           MOVE LA-FINALIDADE      TO DC-FINALIDADE
           MOVE WS-MOTIVO-ITEM(1)  TO DC-MOTIVO(1)
           MOVE WS-MOTIVO-ITEM(2)  TO DC-MOTIVO(2)
           MOVE WS-MOTIVO-ITEM(3)  TO DC-MOTIVO(3)
           WRITE LOAN-DECISION-RECORD

           IF LA-PROPOSTA-ID NOT = SPACES
               AND WS-PRO-COUNT < 2000
               ADD 1 TO WS-PRO-COUNT
               SET WS-PRO-IDX TO WS-PRO-COUNT
               MOVE LA-PROPOSTA-ID TO WS-PRO-ID(WS-PRO-IDX)
           END-IF

           EVALUATE WS-DECISAO
               WHEN 'A'
                   PERFORM 2510-BOOK-LOAN
                       THRU 2510-BOOK-LOAN-EXIT
               WHEN 'R'
                   ADD 1 TO WS-QTDE-REFERIDAS
                   DISPLAY 'PROPOSTA ' LA-PROPOSTA-ID
                       ' REFERIDA -- ' WS-MOTIVO-ITEM(1)
               WHEN OTHER
                   ADD 1 TO WS-QTDE-RECUSADAS
                   DISPLAY 'PROPOSTA ' LA-PROPOSTA-ID
                       ' RECUSADA -- ' WS-MOTIVO-ITEM(1)
           END-EVALUATE

           MOVE SPACES             TO WS-RPT-DETALHE
           MOVE LA-PROPOSTA-ID     TO WS-RD-PROPOSTA
           MOVE LA-CPF             TO WS-RD-CPF
           MOVE WS-DECISAO         TO WS-RD-DECISAO
           MOVE DC-VALOR           TO WS-RD-VALOR
           MOVE DC-PRAZO-MESES     TO WS-RD-PRAZO
           MOVE WS-PARCELA         TO WS-RD-PARCELA
           MOVE WS-DTI-PCT         TO WS-RD-DTI
           MOVE WS-MOTIVO-ITEM(1)  TO WS-RD-MOTIVO
           WRITE DECISION-REPORT-LINE FROM WS-RPT-DETALHE

           IF WS-MOTIVO-ITEM(2) NOT = SPACES
               MOVE WS-MOTIVO-ITEM(2) TO WS-RM-MOTIVO
               WRITE DECISION-REPORT-LINE FROM WS-RPT-MOTIVO-LINHA
           END-IF
           IF WS-MOTIVO-ITEM(3) NOT = SPACES
               MOVE WS-MOTIVO-ITEM(3) TO WS-RM-MOTIVO
               WRITE DECISION-REPORT-LINE FROM WS-RPT-MOTIVO-LINHA
           END-IF.

       2500-RECORD-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * 2510-BOOK-LOAN -- THE APPROVED LOAN GOES TO LOANPARM FOR
      * MANZAV AND JOINS THE RUN'S BOOK, SO A SECOND PROPOSAL FROM
      * THE SAME CPF IN THIS RUN SEES IT
      ******************************************************************
       2510-BOOK-LOAN.

           MOVE LA-PROPOSTA-ID TO LP-LOAN-ID
           MOVE LA-VALOR       TO LP-PRINCIPAL
           MOVE WS-TAXA-ANUAL  TO LP-TAXA-ANUAL
           MOVE LA-PRAZO-MESES TO LP-PRAZO-MESES
           WRITE LOAN-PARM-RECORD

           ADD 1 TO WS-QTDE-APROVADAS
           ADD LA-VALOR TO WS-VALOR-APROVADO
           DISPLAY 'PROPOSTA ' LA-PROPOSTA-ID ' APROVADA -- '
               'PRESTACAO ' WS-PARCELA

           IF WS-LPM-COUNT < 1000 AND WS-APR-COUNT < 1000
               ADD 1 TO WS-LPM-COUNT
               SET WS-LPM-IDX TO WS-LPM-COUNT
               MOVE LA-PROPOSTA-ID TO WS-LPM-LOAN-ID(WS-LPM-IDX)
               ADD 1 TO WS-APR-COUNT
               SET WS-APR-IDX TO WS-APR-COUNT
               MOVE LA-PROPOSTA-ID TO WS-APR-PROPOSTA(WS-APR-IDX)
               MOVE LA-CPF         TO WS-APR-CPF(WS-APR-IDX)
               MOVE WS-PARCELA     TO WS-APR-PARCELA(WS-APR-IDX)
           END-IF.

       2510-BOOK-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ADD-DECLINE -- RECORD WS-MOTIVO AND DECLINE
      ******************************************************************
       2900-ADD-DECLINE.

           MOVE 'D' TO WS-DECISAO

           PERFORM 2920-STORE-REASON
               THRU 2920-STORE-REASON-EXIT.

       2900-ADD-DECLINE-EXIT.
           EXIT.

      ******************************************************************
      * 2910-ADD-REFERRAL -- RECORD WS-MOTIVO; A DECLINE STAYS A
      * DECLINE
      ******************************************************************
       2910-ADD-REFERRAL.

           IF WS-DECISAO = 'A'
               MOVE 'R' TO WS-DECISAO
           END-IF

           PERFORM 2920-STORE-REASON
               THRU 2920-STORE-REASON-EXIT.

       2910-ADD-REFERRAL-EXIT.
           EXIT.

      ******************************************************************
      * 2920-STORE-REASON -- THE FIRST THREE REASONS ARE KEPT
      ******************************************************************
       2920-STORE-REASON.

           IF WS-QTDE-MOTIVOS < 3
               ADD 1 TO WS-QTDE-MOTIVOS
               MOVE WS-MOTIVO TO WS-MOTIVO-ITEM(WS-QTDE-MOTIVOS)
           END-IF.

       2920-STORE-REASON-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               GO TO 3000-FINALIZE-EXIT
           END-IF

           MOVE SPACES TO DECISION-REPORT-LINE
           WRITE DECISION-REPORT-LINE

           MOVE 'PROPOSTAS ANALISADAS' TO WS-RT-ROTULO
           MOVE WS-QTDE-LIDAS          TO WS-RT-QTDE
           WRITE DECISION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'APROVADAS'            TO WS-RT-ROTULO
           MOVE WS-QTDE-APROVADAS      TO WS-RT-QTDE
           WRITE DECISION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'REFERIDAS'            TO WS-RT-ROTULO
           MOVE WS-QTDE-REFERIDAS      TO WS-RT-QTDE
           WRITE DECISION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'RECUSADAS'            TO WS-RT-ROTULO
           MOVE WS-QTDE-RECUSADAS      TO WS-RT-QTDE
           WRITE DECISION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           DISPLAY 'PROPOSTAS ANALISADAS: ' WS-QTDE-LIDAS
           DISPLAY 'APROVADAS:            ' WS-QTDE-APROVADAS
           DISPLAY 'REFERIDAS:            ' WS-QTDE-REFERIDAS
           DISPLAY 'RECUSADAS:            ' WS-QTDE-RECUSADAS

           MOVE 'LOANORIG'          TO CT-PROGRAM-ID
           MOVE 'APROVADAS'         TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-APROVADAS   TO CT-TOTAL-1-VALOR
           MOVE 'REFERIDAS'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-REFERIDAS   TO CT-TOTAL-2-VALOR
           MOVE 'VALOR APROVADO'    TO CT-TOTAL-3-LABEL
           MOVE WS-VALOR-APROVADO   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    REFERRED PROPOSALS WAIT ON A CREDIT OFFICER -- A WARNING
      *    CODE, NOT A FAILURE
           IF WS-QTDE-REFERIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE LOAN-APPLICATION-FILE
           CLOSE LOAN-PARM-FILE
           CLOSE LOAN-DECISION-FILE
           CLOSE DECISION-REPORT-FILE.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-APPLICATION
      ******************************************************************
       8000-READ-APPLICATION.

           READ LOAN-APPLICATION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-APPLICATION-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-LOAN-PARM
      ******************************************************************
       8100-READ-LOAN-PARM.

           READ LOAN-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-LP-EOF-SWITCH
           END-READ.

       8100-READ-LOAN-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-DECISION
      ******************************************************************
       8200-READ-DECISION.

           READ LOAN-DECISION-FILE
               AT END
                   MOVE 'Y' TO WS-DC-EOF-SWITCH
           END-READ.

       8200-READ-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CONSIGNADO
      ******************************************************************
       8300-READ-CONSIGNADO.

           READ CONSIGNADO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CNS-EOF-SWITCH
           END-READ.

       8300-READ-CONSIGNADO-EXIT.
           EXIT.
