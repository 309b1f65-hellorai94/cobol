      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MID-TERM POLICY ENDORSEMENTS. POLMAST ONLY EVER
      * CHANGED AT RENEWAL (POLRENEW) OR ON LAPSE (PREMBILL), SO A
      * POLICYHOLDER WHO CHANGED COVER OR GAVE UP SMOKING HALFWAY
      * THROUGH THE TERM WAITED FOR THE RENEWAL. EACH ENDORSEMENT IS
      * KEYED TO ENDOSTRN WITH ITS EFFECTIVE DATE: A 'C' ENDORSEMENT
      * CARRIES THE BASE PREMIUM OF THE NEW COVER, AN 'R' ENDORSEMENT
      * THE NEW HABIT PROFILE (CIGARETTES, YEARS SMOKING, ALCOHOL,
      * FAMILY HISTORY). THE POLICY IS RE-PRICED ON GUANA16'S RISK
      * MODEL BEFORE AND AFTER THE CHANGE, AND THE DIFFERENCE IN
      * ANNUAL PREMIUM IS PRO-RATED BY DAY FROM THE EFFECTIVE DATE
      * TO PM-DATA-RENOVACAO -- AN ADDITIONAL PREMIUM WHEN POSITIVE,
      * A RETURN PREMIUM WHEN NEGATIVE. THE REST OF THE TERM IS PUT
      * ON THE PREMSCHD SCHEDULE AHEAD OF PREMBILL (SO NO MONTH IS
      * BILLED TWICE) AND THE PRO-RATA AMOUNT IS SPREAD OVER THE OPEN
      * INSTALLMENTS FROM THE EFFECTIVE MONTH ON; WHAT THE OPEN
      * INSTALLMENTS CANNOT ABSORB IS LEFT ON THE DOCUMENT AS A
      * BALANCE TO COLLECT OR REFUND BY HAND. POLMAST TAKES THE NEW
      * BASE PREMIUM, RISKFAC THE NEW HABITS, ENDOSHIS KEEPS THE
      * NUMBERED ENDORSEMENT HISTORY OF EACH POLICY, ENDOSDOC IS THE
      * ENDORSEMENT DOCUMENT SENT TO THE POLICYHOLDER AND BAD
      * ENDORSEMENTS GO TO ENDOSREJ.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLENDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.

           SELECT PREMIUM-SCHEDULE-FILE ASSIGN TO "PREMSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT RISK-FACTOR-FILE ASSIGN TO "RISKFAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.

           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT ENDORSEMENT-TRAN-FILE ASSIGN TO "ENDOSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.

           SELECT ENDORSEMENT-HIST-FILE ASSIGN TO "ENDOSHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-STATUS.

           SELECT ENDORSEMENT-DOC-FILE ASSIGN TO "ENDOSDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-STATUS.

           SELECT ENDORSEMENT-REJECT-FILE ASSIGN TO "ENDOSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

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

       FD  RISK-FACTOR-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  RISK-FACTOR-RECORD.
           05  RF-APPLICANT-ID     PIC X(05).
           05  RF-CIGARROS-DIA     PIC 9(02).
           05  RF-ANOS-FUMO        PIC 9(02).
           05  RF-IDADE            PIC 9(03).
           05  RF-ALCOOL           PIC X(01).
               88  RF-USA-ALCOOL          VALUE 'S'.
           05  RF-HIST-FAMILIAR    PIC X(01).
               88  RF-TEM-HIST-FAMILIAR   VALUE 'S'.

       FD  CLAIMS-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CLAIMS-RECORD.
           05  CL-POLICY-NUM       PIC X(08).
           05  CL-DATA             PIC 9(08).
           05  CL-CAUSA            PIC X(15).
           05  CL-VALOR-PAGO       PIC 9(07)V99.
           05  CL-STATUS           PIC X(01).
           05  CL-VALOR-RESERVA    PIC 9(07)V99.

      *-----------------------------------------------------------------
      * ENDORSEMENT-TRAN-FILE -- ONE CHANGE PER RECORD. 'C' USES THE
      * NEW BASE PREMIUM, 'R' THE NEW HABIT PROFILE; AGE STAYS AS ON
      * RISKFAC
      *-----------------------------------------------------------------
       FD  ENDORSEMENT-TRAN-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ENDORSEMENT-TRAN-RECORD.
           05  EN-POLICY-NUM       PIC X(08).
           05  EN-DATA-EFETIVA     PIC 9(08).
           05  EN-TIPO             PIC X(01).
               88  EN-ENDOSSO-COBERTURA   VALUE 'C'.
               88  EN-ENDOSSO-RISCO       VALUE 'R'.
           05  EN-PREMIO-BASE      PIC 9(05)V99.
           05  EN-CIGARROS-DIA     PIC 9(02).
           05  EN-ANOS-FUMO        PIC 9(02).
           05  EN-ALCOOL           PIC X(01).
           05  EN-HIST-FAMILIAR    PIC X(01).
           05  EN-DESCRICAO        PIC X(30).

      *-----------------------------------------------------------------
      * ENDORSEMENT-HIST-FILE -- APPENDED, ONE RECORD PER ENDORSEMENT,
      * NUMBERED FROM 1 WITHIN EACH POLICY
      *-----------------------------------------------------------------
       FD  ENDORSEMENT-HIST-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  ENDORSEMENT-HIST-RECORD.
           05  EH-POLICY-NUM       PIC X(08).
           05  EH-SEQUENCIA        PIC 9(03).
           05  EH-DATA-PROC        PIC 9(08).
           05  EH-DATA-EFETIVA     PIC 9(08).
           05  EH-TIPO             PIC X(01).
           05  EH-PREMIO-BASE-ANT  PIC 9(05)V99.
           05  EH-PREMIO-BASE-NOVO PIC 9(05)V99.
           05  EH-SCORE-ANT        PIC 9(05).
           05  EH-SCORE-NOVO       PIC 9(05).
           05  EH-PREMIO-ANT       PIC 9(05)V99.
           05  EH-PREMIO-NOVO      PIC 9(05)V99.
           05  EH-AJUSTE           PIC S9(05)V99 SIGN LEADING
                                       SEPARATE.
           05  EH-DESCRICAO        PIC X(30).

       FD  ENDORSEMENT-DOC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ENDORSEMENT-DOC-LINE    PIC X(80).

       FD  ENDORSEMENT-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ENDORSEMENT-REJECT-RECORD.
           05  ER-POLICY-NUM       PIC X(08).
           05  FILLER              PIC X(02).
           05  ER-DATA-EFETIVA     PIC X(08).
           05  FILLER              PIC X(02).
           05  ER-TIPO             PIC X(01).
           05  FILLER              PIC X(02).
           05  ER-MOTIVO           PIC X(40).
           05  FILLER              PIC X(17).

       WORKING-STORAGE SECTION.

       77  WS-PM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RF-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ED-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.

       77  WS-PM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PM-END-OF-FILE            VALUE 'Y'.
       77  WS-PS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PS-END-OF-FILE            VALUE 'Y'.
       77  WS-RF-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RF-END-OF-FILE            VALUE 'Y'.
       77  WS-CL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CL-END-OF-FILE            VALUE 'Y'.
       77  WS-EN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-EN-END-OF-FILE            VALUE 'Y'.
       77  WS-EH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-EH-END-OF-FILE            VALUE 'Y'.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA-ATUAL    PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * POLICY TABLE -- THE WHOLE POLMAST IN CORE, WITH THE LAST
      * ENDORSEMENT NUMBER OF EACH POLICY FROM ENDOSHIS
      *-----------------------------------------------------------------
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-POL-IDX.
               10  WS-POL-APPLICANT   PIC X(05).
               10  WS-POL-NUM         PIC X(08).
               10  WS-POL-PREMIO      PIC 9(05)V99.
               10  WS-POL-RENOVACAO   PIC 9(08).
               10  WS-POL-STATUS      PIC X(01).
               10  WS-POL-DATA-LAPSO  PIC 9(08).
               10  WS-POL-ULT-ENDOSSO PIC 9(03).

       77  WS-POL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-POL-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-POL-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-POL-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * INSTALLMENT TABLE -- THE WHOLE PREMSCHD IN CORE (PREMBILL'S
      * LIMIT)
      *-----------------------------------------------------------------
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-SCH-IDX.
               10  WS-SCH-POLICY      PIC X(08).
               10  WS-SCH-COMPETENCIA PIC 9(06).
               10  WS-SCH-VENC        PIC 9(08).
               10  WS-SCH-VALOR       PIC 9(05)V99.
               10  WS-SCH-STATUS      PIC X(01).
               10  WS-SCH-DATA-PGTO   PIC 9(08).

       77  WS-SCH-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-SCH-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-SCH-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-SCH-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * RISK-FACTOR TABLE -- THE WHOLE RISKFAC IN CORE, REWRITTEN WHEN
      * AN 'R' ENDORSEMENT CHANGES SOMEONE'S HABITS
      *-----------------------------------------------------------------
       01  WS-RSK-TABLE.
           05  WS-RSK-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RSK-IDX.
               10  WS-RSK-REGISTRO    PIC X(14).

       77  WS-RSK-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-RSK-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-RSK-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-RSK-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * CLAIMS-EXPERIENCE SUMMARY -- SAME ROLLUP AND WEIGHTS AS
      * GUANA16'S (10 POINTS PER CLAIM IN THE LAST 24 MONTHS, 1
      * SEVERITY POINT PER THOUSAND PAID CAPPED AT 50)
      *-----------------------------------------------------------------
       01  WS-CLAIM-SUM-TABLE.
           05  WS-CLS-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CLS-IDX.
               10  WS-CLS-POLICY-NUM   PIC X(08).
               10  WS-CLS-QTDE         PIC 9(03).
               10  WS-CLS-VALOR-PAGO   PIC 9(09)V99.

       77  WS-CLS-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-CLS-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-CLS-ENCONTROU              VALUE 'S'.

       77  WS-DATA-CORTE-SINISTRO  PIC 9(08) VALUE ZEROS.
       77  WS-ANO-CORTE            PIC 9(04) VALUE ZEROS.
       77  WS-PONTOS-SINISTROS     PIC 9(04) VALUE ZEROS.
       77  WS-PONTOS-SEVERIDADE    PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * COMPOSITE RISK SCORE -- SAME WEIGHTS AS GUANA16'S
      * 2000-SCORE-APPLICANT, RUN ON THE PROFILE IN WS-PF-
      *-----------------------------------------------------------------
       77  WS-PF-CIGARROS-DIA      PIC 9(02) VALUE ZEROS.
       77  WS-PF-ANOS-FUMO         PIC 9(02) VALUE ZEROS.
       77  WS-PF-IDADE             PIC 9(03) VALUE ZEROS.
       77  WS-PF-ALCOOL            PIC X(01) VALUE SPACES.
       77  WS-PF-HIST-FAMILIAR     PIC X(01) VALUE SPACES.
       77  WS-PF-PREMIO-BASE       PIC 9(05)V99 VALUE ZEROS.

       77  WS-CIGARRO              PIC 9(05) VALUE ZEROS.
       77  WS-MORTE                PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS-IDADE         PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS-ALCOOL        PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS-HIST-FAM      PIC 9(03) VALUE ZEROS.
       77  WS-SCORE-RISCO          PIC 9(05) VALUE ZEROS.
       77  WS-PREMIO-AJUSTADO      PIC 9(05)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * BEFORE AND AFTER THE ENDORSEMENT, AND THE PRO-RATA
      *-----------------------------------------------------------------
       77  WS-PREMIO-BASE-ANT      PIC 9(05)V99 VALUE ZEROS.
       77  WS-PREMIO-BASE-NOVO     PIC 9(05)V99 VALUE ZEROS.
       77  WS-SCORE-ANT            PIC 9(05) VALUE ZEROS.
       77  WS-SCORE-NOVO           PIC 9(05) VALUE ZEROS.
       77  WS-PREMIO-ANT           PIC 9(05)V99 VALUE ZEROS.
       77  WS-PREMIO-NOVO          PIC 9(05)V99 VALUE ZEROS.
       77  WS-DIFERENCA-ANUAL      PIC S9(05)V99 VALUE ZEROS.
       77  WS-AJUSTE               PIC S9(05)V99 VALUE ZEROS.

       77  WS-INICIO-VIGENCIA      PIC 9(08) VALUE ZEROS.
       77  WS-INT-INICIO           PIC 9(07) VALUE ZEROS.
       77  WS-INT-RENOVACAO        PIC 9(07) VALUE ZEROS.
       77  WS-INT-EFETIVA          PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-VIGENCIA        PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-RESTANTES       PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * SCHEDULE WORK -- THE MONTHS LEFT IN THE TERM AND THE SPREAD
      * OF THE PRO-RATA OVER THE OPEN INSTALLMENTS
      *-----------------------------------------------------------------
       01  WS-COMP-TRAB            PIC 9(06) VALUE ZEROS.
       01  WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           05  WS-CT-ANO           PIC 9(04).
           05  WS-CT-MES           PIC 9(02).

       77  WS-COMP-EFETIVA         PIC 9(06) VALUE ZEROS.
       77  WS-COMP-RENOVACAO       PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-PARCELA        PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTDE-ABERTAS         PIC 9(03) VALUE ZEROS.
       77  WS-SALDO-AJUSTE         PIC S9(05)V99 VALUE ZEROS.
       77  WS-PARTE-AJUSTE         PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-NOVO           PIC S9(06)V99 VALUE ZEROS.
       77  WS-VALOR-ANTERIOR       PIC 9(05)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-ENDOSSOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RISCO           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-COM-SALDO       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PARCELAS-NOVAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-ADICIONAL      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-RESTITUIDO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-EDIT           PIC Z(08)9.99.

      *-----------------------------------------------------------------
      * ENDORSEMENT DOCUMENT -- POLRENEW'S NOTICE-BLOCK STYLE
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

       01  WS-DOC-SEPARADOR.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-DOC-TITULO.
           05  FILLER              PIC X(08) VALUE 'ENDOSSO '.
           05  WS-DC-SEQUENCIA     PIC 9(03).
           05  FILLER              PIC X(11) VALUE ' - APOLICE '.
           05  WS-DC-POLICY        PIC X(08).
           05  FILLER              PIC X(13) VALUE '  PROPONENTE '.
           05  WS-DC-APPLICANT     PIC X(05).

       01  WS-DOC-TEXTO.
           05  WS-DX-ROTULO        PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DX-TEXTO         PIC X(40).

       01  WS-DOC-VALOR.
           05  WS-DV-ROTULO        PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DV-VALOR         PIC Z(05)9.99.

       01  WS-DOC-PARCELA.
           05  FILLER              PIC X(10) VALUE '  PARCELA '.
           05  WS-DP-COMPETENCIA   PIC 9(06).
           05  FILLER              PIC X(07) VALUE '  VENC '.
           05  WS-DP-VENC          PIC X(10).
           05  FILLER              PIC X(05) VALUE '  DE '.
           05  WS-DP-VALOR-ANT     PIC Z(04)9.99.
           05  FILLER              PIC X(06) VALUE ' PARA '.
           05  WS-DP-VALOR-NOVO    PIC Z(04)9.99.

       01  WS-DIAS-EDIT.
           05  WS-DD-RESTANTES     PIC ZZ9.
           05  FILLER              PIC X(04) VALUE ' DE '.
           05  WS-DD-VIGENCIA      PIC ZZ9.
           05  FILLER              PIC X(05) VALUE ' DIAS'.

       01  WS-SCORE-EDIT.
           05  WS-SE-ANTERIOR      PIC ZZZZ9.
           05  FILLER              PIC X(06) VALUE ' PARA '.
           05  WS-SE-NOVO          PIC ZZZZ9.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'POLENDOS' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-ENDORSEMENT
               THRU 2000-PROCESS-ENDORSEMENT-EXIT
               UNTIL WS-EN-END-OF-FILE

           PERFORM 9000-FINALIZE
               THRU 9000-FINALIZE-EXIT

           EVALUATE TRUE
               WHEN WS-QTDE-REJEITADOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERDEU-CARGA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTDE-COM-SALDO > ZEROS
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
      * 1000-INITIALIZE -- POLMAST, PREMSCHD AND RISKFAC IN CORE, THE
      * CLAIMS ROLLED UP, THE LAST ENDORSEMENT NUMBERS PICKED UP FROM
      * THE HISTORY. A FILE THAT DOES NOT FIT IN CORE CANNOT BE
      * REWRITTEN, SO NO ENDORSEMENT IS TAKEN AT ALL
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-ATUAL
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE-SINISTRO
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-CORTE
           SUBTRACT 2 FROM WS-ANO-CORTE
           MOVE WS-ANO-CORTE TO WS-DATA-CORTE-SINISTRO(1:4)

           MOVE SPACES TO WS-POL-TABLE
           MOVE SPACES TO WS-SCH-TABLE
           MOVE SPACES TO WS-RSK-TABLE

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO POLMAST -- TODO ENDOSSO '
                   'SERA REJEITADO'
           ELSE
               PERFORM 8000-READ-POLICY
                   THRU 8000-READ-POLICY-EXIT
               PERFORM 1100-STORE-POLICY
                   THRU 1100-STORE-POLICY-EXIT
                   UNTIL WS-PM-END-OF-FILE
               CLOSE POLICY-MASTER-FILE
           END-IF

           OPEN INPUT PREMIUM-SCHEDULE-FILE
           IF WS-PS-STATUS = '00'
               PERFORM 8100-READ-SCHEDULE
                   THRU 8100-READ-SCHEDULE-EXIT
               PERFORM 1200-STORE-SCHEDULE
                   THRU 1200-STORE-SCHEDULE-EXIT
                   UNTIL WS-PS-END-OF-FILE
               CLOSE PREMIUM-SCHEDULE-FILE
           END-IF

           OPEN INPUT RISK-FACTOR-FILE
           IF WS-RF-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO RISKFAC -- TODO ENDOSSO '
                   'SERA REJEITADO'
           ELSE
               PERFORM 8200-READ-RISK-FACTOR
                   THRU 8200-READ-RISK-FACTOR-EXIT
               PERFORM 1300-STORE-RISK-FACTOR
                   THRU 1300-STORE-RISK-FACTOR-EXIT
                   UNTIL WS-RF-END-OF-FILE
               CLOSE RISK-FACTOR-FILE
           END-IF

           PERFORM 1400-LOAD-CLAIMS-SUMMARY
               THRU 1400-LOAD-CLAIMS-SUMMARY-EXIT

           PERFORM 1500-LOAD-LAST-ENDORSEMENT
               THRU 1500-LOAD-LAST-ENDORSEMENT-EXIT

           OPEN OUTPUT ENDORSEMENT-DOC-FILE
           OPEN OUTPUT ENDORSEMENT-REJECT-FILE

           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - POLMAST/PREMSCHD/RISKFAC NAO COUBERAM '
                   'NA TABELA -- NENHUM ENDOSSO PROCESSADO'
               MOVE 'Y' TO WS-EN-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT ENDORSEMENT-TRAN-FILE
           IF WS-EN-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO ENDOSTRN -- NENHUM '
                   'ENDOSSO A PROCESSAR'
               MOVE 'Y' TO WS-EN-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND ENDORSEMENT-HIST-FILE
           IF WS-EH-STATUS NOT = '00'
               OPEN OUTPUT ENDORSEMENT-HIST-FILE
           END-IF

           PERFORM 8300-READ-ENDORSEMENT
               THRU 8300-READ-ENDORSEMENT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-POLICY -- BOUNDED TO PREMBILL'S OCCURS 200 LIMIT
      ******************************************************************
       1100-STORE-POLICY.

           IF WS-POL-COUNT < 200
               ADD 1 TO WS-POL-COUNT
               SET WS-POL-IDX TO WS-POL-COUNT
               MOVE PM-APPLICANT-ID   TO WS-POL-APPLICANT(WS-POL-IDX)
               MOVE PM-POLICY-NUM     TO WS-POL-NUM(WS-POL-IDX)
               MOVE PM-PREMIO-BASE    TO WS-POL-PREMIO(WS-POL-IDX)
               MOVE PM-DATA-RENOVACAO TO WS-POL-RENOVACAO(WS-POL-IDX)
               MOVE PM-STATUS         TO WS-POL-STATUS(WS-POL-IDX)
               MOVE PM-DATA-LAPSO     TO WS-POL-DATA-LAPSO(WS-POL-IDX)
               MOVE ZEROS             TO WS-POL-ULT-ENDOSSO(WS-POL-IDX)
           ELSE
               DISPLAY 'TABELA DE APOLICES CHEIA -- '
                   PM-POLICY-NUM ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8000-READ-POLICY
               THRU 8000-READ-POLICY-EXIT.

       1100-STORE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-SCHEDULE -- BOUNDED TO PREMBILL'S OCCURS 1000 LIMIT
      ******************************************************************
       1200-STORE-SCHEDULE.

           IF WS-SCH-COUNT < 1000
               ADD 1 TO WS-SCH-COUNT
               SET WS-SCH-IDX TO WS-SCH-COUNT
               MOVE PS-POLICY-NUM  TO WS-SCH-POLICY(WS-SCH-IDX)
               MOVE PS-COMPETENCIA
                   TO WS-SCH-COMPETENCIA(WS-SCH-IDX)
               MOVE PS-DATA-VENC   TO WS-SCH-VENC(WS-SCH-IDX)
               MOVE PS-VALOR       TO WS-SCH-VALOR(WS-SCH-IDX)
               MOVE PS-STATUS      TO WS-SCH-STATUS(WS-SCH-IDX)
               MOVE PS-DATA-PGTO   TO WS-SCH-DATA-PGTO(WS-SCH-IDX)
           ELSE
               DISPLAY 'TABELA DE PARCELAS CHEIA -- '
                   PS-POLICY-NUM ' ' PS-COMPETENCIA
                   ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8100-READ-SCHEDULE
               THRU 8100-READ-SCHEDULE-EXIT.

       1200-STORE-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-RISK-FACTOR
      ******************************************************************
       1300-STORE-RISK-FACTOR.

           IF WS-RSK-COUNT < 200
               ADD 1 TO WS-RSK-COUNT
               SET WS-RSK-IDX TO WS-RSK-COUNT
               MOVE RISK-FACTOR-RECORD TO WS-RSK-REGISTRO(WS-RSK-IDX)
           ELSE
               DISPLAY 'TABELA DE RISCO CHEIA -- '
                   RF-APPLICANT-ID ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8200-READ-RISK-FACTOR
               THRU 8200-READ-RISK-FACTOR-EXIT.

       1300-STORE-RISK-FACTOR-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-CLAIMS-SUMMARY -- ROLL THE CLAIMS HISTORY UP PER
      * POLICY, COUNTING ONLY CLAIMS IN THE LAST 24 MONTHS (GUANA16'S
      * ROLLUP); BOUNDED TO THE OCCURS 200 LIMIT
      ******************************************************************
       1400-LOAD-CLAIMS-SUMMARY.

           MOVE SPACES TO WS-CLAIM-SUM-TABLE

           OPEN INPUT CLAIMS-FILE

           IF WS-CL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CLAIMS -- ENDOSSO SEM '
                   'PONTOS DE SINISTRALIDADE'
               GO TO 1400-LOAD-CLAIMS-SUMMARY-EXIT
           END-IF

           PERFORM 8400-READ-CLAIM
               THRU 8400-READ-CLAIM-EXIT

           PERFORM 1410-SUM-ONE-CLAIM
               THRU 1410-SUM-ONE-CLAIM-EXIT
               UNTIL WS-CL-END-OF-FILE

           CLOSE CLAIMS-FILE.

       1400-LOAD-CLAIMS-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 1410-SUM-ONE-CLAIM
      ******************************************************************
       1410-SUM-ONE-CLAIM.

           IF CL-DATA < WS-DATA-CORTE-SINISTRO
               GO TO 1410-SUM-ONE-CLAIM-NEXT
           END-IF

           MOVE 'N' TO WS-CLS-ACHOU
           IF WS-CLS-COUNT > ZEROS
               SET WS-CLS-IDX TO 1
               SEARCH WS-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLS-POLICY-NUM(WS-CLS-IDX)
                           = CL-POLICY-NUM
                       MOVE 'S' TO WS-CLS-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-CLS-ENCONTROU
               IF WS-CLS-COUNT < 200
                   ADD 1 TO WS-CLS-COUNT
                   SET WS-CLS-IDX TO WS-CLS-COUNT
                   MOVE CL-POLICY-NUM
                       TO WS-CLS-POLICY-NUM(WS-CLS-IDX)
                   MOVE ZEROS TO WS-CLS-QTDE(WS-CLS-IDX)
                                 WS-CLS-VALOR-PAGO(WS-CLS-IDX)
               ELSE
                   DISPLAY 'TABELA DE SINISTROS CHEIA -- APOLICE '
                       CL-POLICY-NUM ' FORA DO SCORE'
                   GO TO 1410-SUM-ONE-CLAIM-NEXT
               END-IF
           END-IF

           ADD 1 TO WS-CLS-QTDE(WS-CLS-IDX)
           ADD CL-VALOR-PAGO TO WS-CLS-VALOR-PAGO(WS-CLS-IDX).

       1410-SUM-ONE-CLAIM-NEXT.

           PERFORM 8400-READ-CLAIM
               THRU 8400-READ-CLAIM-EXIT.

       1410-SUM-ONE-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-LAST-ENDORSEMENT -- THE HIGHEST NUMBER ON ENDOSHIS
      * FOR EACH POLICY, SO THE NEXT ONE CONTINUES THE SEQUENCE
      ******************************************************************
       1500-LOAD-LAST-ENDORSEMENT.

           OPEN INPUT ENDORSEMENT-HIST-FILE
           IF WS-EH-STATUS NOT = '00'
               GO TO 1500-LOAD-LAST-ENDORSEMENT-EXIT
           END-IF

           PERFORM 8500-READ-HISTORY
               THRU 8500-READ-HISTORY-EXIT

           PERFORM 1510-TAKE-ONE-HISTORY
               THRU 1510-TAKE-ONE-HISTORY-EXIT
               UNTIL WS-EH-END-OF-FILE

           CLOSE ENDORSEMENT-HIST-FILE.

       1500-LOAD-LAST-ENDORSEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 1510-TAKE-ONE-HISTORY
      ******************************************************************
       1510-TAKE-ONE-HISTORY.

           MOVE 'N' TO WS-POL-ACHOU
           IF WS-POL-COUNT > ZEROS
               SET WS-POL-IDX TO 1
               SEARCH WS-POL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POL-NUM(WS-POL-IDX) = EH-POLICY-NUM
                       MOVE 'S' TO WS-POL-ACHOU
               END-SEARCH
           END-IF

           IF WS-POL-ENCONTROU
               AND EH-SEQUENCIA > WS-POL-ULT-ENDOSSO(WS-POL-IDX)
               MOVE EH-SEQUENCIA TO WS-POL-ULT-ENDOSSO(WS-POL-IDX)
           END-IF

           PERFORM 8500-READ-HISTORY
               THRU 8500-READ-HISTORY-EXIT.

       1510-TAKE-ONE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ENDORSEMENT -- THE FIRST FAILING EDIT REJECTS; A
      * GOOD ENDORSEMENT IS RE-PRICED, PRO-RATED, SPREAD OVER THE
      * OPEN INSTALLMENTS, RECORDED AND DOCUMENTED
      ******************************************************************
       2000-PROCESS-ENDORSEMENT.

           MOVE SPACES TO WS-MOTIVO

           MOVE 'N' TO WS-POL-ACHOU
           IF WS-POL-COUNT > ZEROS
               SET WS-POL-IDX TO 1
               SEARCH WS-POL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-POL-NUM(WS-POL-IDX) = EN-POLICY-NUM
                       MOVE 'S' TO WS-POL-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-POL-ENCONTROU
               MOVE 'APOLICE NAO CADASTRADA NO POLMAST' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           IF WS-POL-STATUS(WS-POL-IDX) = 'L'
               MOVE 'APOLICE LAPSA - SEM ENDOSSO' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           IF EN-DATA-EFETIVA NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(EN-DATA-EFETIVA) NOT = 0
               MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           IF WS-POL-RENOVACAO(WS-POL-IDX) NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (WS-POL-RENOVACAO(WS-POL-IDX)) NOT = 0
               MOVE 'DATA DE RENOVACAO INVALIDA NO POLMAST'
                   TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

      *    THE TERM RUNS FROM A YEAR BEFORE THE RENEWAL DATE TO THE
      *    DAY BEFORE IT; A 29 FEBRUARY RENEWAL STARTED ON THE 28TH
           MOVE WS-POL-RENOVACAO(WS-POL-IDX) TO WS-DATA-TRAB
           SUBTRACT 1 FROM WS-DT-ANO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TRAB) NOT = 0
               MOVE 28 TO WS-DT-DIA
           END-IF
           MOVE WS-DATA-TRAB TO WS-INICIO-VIGENCIA

           IF EN-DATA-EFETIVA < WS-INICIO-VIGENCIA
               OR EN-DATA-EFETIVA NOT < WS-POL-RENOVACAO(WS-POL-IDX)
               MOVE 'DATA EFETIVA FORA DA VIGENCIA' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           EVALUATE TRUE
               WHEN EN-ENDOSSO-COBERTURA
                   IF EN-PREMIO-BASE NOT NUMERIC
                       OR EN-PREMIO-BASE = ZEROS
                       MOVE 'PREMIO DA NOVA COBERTURA INVALIDO'
                           TO WS-MOTIVO
                   END-IF
               WHEN EN-ENDOSSO-RISCO
                   IF EN-CIGARROS-DIA NOT NUMERIC
                       OR EN-ANOS-FUMO NOT NUMERIC
                       OR (EN-ALCOOL NOT = 'S' AND NOT = 'N')
                       OR (EN-HIST-FAMILIAR NOT = 'S' AND NOT = 'N')
                       MOVE 'PERFIL DE RISCO INVALIDO' TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE ENDOSSO INVALIDO' TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           MOVE 'N' TO WS-RSK-ACHOU
           IF WS-RSK-COUNT > ZEROS
               SET WS-RSK-IDX TO 1
               SEARCH WS-RSK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RSK-REGISTRO(WS-RSK-IDX)(1:5)
                           = WS-POL-APPLICANT(WS-POL-IDX)
                       MOVE 'S' TO WS-RSK-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-RSK-ENCONTROU
               MOVE 'PROPONENTE SEM DADOS NO RISKFAC' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

      *    THE REST OF A TERM IS AT MOST TWELVE NEW INSTALLMENTS
           IF WS-SCH-COUNT > 988
               MOVE 'TABELA DE PARCELAS CHEIA' TO WS-MOTIVO
               GO TO 2000-PROCESS-ENDORSEMENT-REJECT
           END-IF

           MOVE WS-RSK-REGISTRO(WS-RSK-IDX) TO RISK-FACTOR-RECORD

           PERFORM 2100-PRICE-BEFORE-AND-AFTER
               THRU 2100-PRICE-BEFORE-AND-AFTER-EXIT

           PERFORM 2300-PRORATE-ADJUSTMENT
               THRU 2300-PRORATE-ADJUSTMENT-EXIT

           PERFORM 2400-SCHEDULE-REST-OF-TERM
               THRU 2400-SCHEDULE-REST-OF-TERM-EXIT

           ADD 1 TO WS-POL-ULT-ENDOSSO(WS-POL-IDX)

           PERFORM 2600-WRITE-DOCUMENT-HEAD
               THRU 2600-WRITE-DOCUMENT-HEAD-EXIT

           PERFORM 2500-SPREAD-ADJUSTMENT
               THRU 2500-SPREAD-ADJUSTMENT-EXIT

           PERFORM 2700-WRITE-DOCUMENT-FOOT
               THRU 2700-WRITE-DOCUMENT-FOOT-EXIT

           PERFORM 2800-WRITE-HISTORY
               THRU 2800-WRITE-HISTORY-EXIT

      *    THE NEW COVER AND THE NEW HABITS STAND FROM HERE ON --
      *    THE NEXT RENEWAL PRICES FROM THEM
           MOVE WS-PREMIO-BASE-NOVO TO WS-POL-PREMIO(WS-POL-IDX)
           IF EN-ENDOSSO-RISCO
               MOVE EN-CIGARROS-DIA  TO RF-CIGARROS-DIA
               MOVE EN-ANOS-FUMO     TO RF-ANOS-FUMO
               MOVE EN-ALCOOL        TO RF-ALCOOL
               MOVE EN-HIST-FAMILIAR TO RF-HIST-FAMILIAR
               MOVE RISK-FACTOR-RECORD TO WS-RSK-REGISTRO(WS-RSK-IDX)
               ADD 1 TO WS-QTDE-RISCO
           END-IF

           ADD 1 TO WS-QTDE-ENDOSSOS
           IF WS-AJUSTE > ZEROS
               ADD WS-AJUSTE TO WS-TOTAL-ADICIONAL
           ELSE
               SUBTRACT WS-AJUSTE FROM WS-TOTAL-RESTITUIDO
           END-IF

           DISPLAY 'ENDOSSO ' WS-POL-ULT-ENDOSSO(WS-POL-IDX)
               ' APOLICE ' EN-POLICY-NUM ' PREMIO ' WS-PREMIO-ANT
               ' PARA ' WS-PREMIO-NOVO ' AJUSTE ' WS-AJUSTE
           GO TO 2000-PROCESS-ENDORSEMENT-NEXT.

       2000-PROCESS-ENDORSEMENT-REJECT.

           MOVE SPACES          TO ENDORSEMENT-REJECT-RECORD
           MOVE EN-POLICY-NUM   TO ER-POLICY-NUM
           MOVE EN-DATA-EFETIVA TO ER-DATA-EFETIVA
           MOVE EN-TIPO         TO ER-TIPO
           MOVE WS-MOTIVO       TO ER-MOTIVO
           WRITE ENDORSEMENT-REJECT-RECORD

           ADD 1 TO WS-QTDE-REJEITADOS
           DISPLAY 'REJEITADO - APOLICE ' EN-POLICY-NUM ' - '
               WS-MOTIVO.

       2000-PROCESS-ENDORSEMENT-NEXT.

           PERFORM 8300-READ-ENDORSEMENT
               THRU 8300-READ-ENDORSEMENT-EXIT.

       2000-PROCESS-ENDORSEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PRICE-BEFORE-AND-AFTER -- THE ANNUAL PREMIUM ON THE
      * CURRENT COVER AND HABITS, THEN ON THE ENDORSED ONES
      ******************************************************************
       2100-PRICE-BEFORE-AND-AFTER.

           MOVE WS-POL-PREMIO(WS-POL-IDX) TO WS-PREMIO-BASE-ANT
           MOVE RF-CIGARROS-DIA    TO WS-PF-CIGARROS-DIA
           MOVE RF-ANOS-FUMO       TO WS-PF-ANOS-FUMO
           MOVE RF-IDADE           TO WS-PF-IDADE
           MOVE RF-ALCOOL          TO WS-PF-ALCOOL
           MOVE RF-HIST-FAMILIAR   TO WS-PF-HIST-FAMILIAR
           MOVE WS-PREMIO-BASE-ANT TO WS-PF-PREMIO-BASE

           PERFORM 2200-SCORE-PROFILE
               THRU 2200-SCORE-PROFILE-EXIT

           MOVE WS-SCORE-RISCO     TO WS-SCORE-ANT
           MOVE WS-PREMIO-AJUSTADO TO WS-PREMIO-ANT

           IF EN-ENDOSSO-COBERTURA
               MOVE EN-PREMIO-BASE     TO WS-PREMIO-BASE-NOVO
           ELSE
               MOVE WS-PREMIO-BASE-ANT TO WS-PREMIO-BASE-NOVO
               MOVE EN-CIGARROS-DIA    TO WS-PF-CIGARROS-DIA
               MOVE EN-ANOS-FUMO       TO WS-PF-ANOS-FUMO
               MOVE EN-ALCOOL          TO WS-PF-ALCOOL
               MOVE EN-HIST-FAMILIAR   TO WS-PF-HIST-FAMILIAR
           END-IF
           MOVE WS-PREMIO-BASE-NOVO TO WS-PF-PREMIO-BASE

           PERFORM 2200-SCORE-PROFILE
               THRU 2200-SCORE-PROFILE-EXIT

           MOVE WS-SCORE-RISCO     TO WS-SCORE-NOVO
           MOVE WS-PREMIO-AJUSTADO TO WS-PREMIO-NOVO.

       2100-PRICE-BEFORE-AND-AFTER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SCORE-PROFILE -- GUANA16'S COMPOSITE SCORE AND ADJUSTED
      * PREMIUM ON THE WS-PF- PROFILE
      ******************************************************************
       2200-SCORE-PROFILE.

           COMPUTE WS-CIGARRO =
               (365 * WS-PF-ANOS-FUMO) * WS-PF-CIGARROS-DIA
           COMPUTE WS-MORTE   = (WS-CIGARRO * 10) / 1440

           EVALUATE TRUE
               WHEN WS-PF-IDADE > 50
                   MOVE 20 TO WS-PONTOS-IDADE
               WHEN WS-PF-IDADE > 35
                   MOVE 10 TO WS-PONTOS-IDADE
               WHEN OTHER
                   MOVE ZEROS TO WS-PONTOS-IDADE
           END-EVALUATE

           IF WS-PF-ALCOOL = 'S'
               MOVE 15 TO WS-PONTOS-ALCOOL
           ELSE
               MOVE ZEROS TO WS-PONTOS-ALCOOL
           END-IF

           IF WS-PF-HIST-FAMILIAR = 'S'
               MOVE 25 TO WS-PONTOS-HIST-FAM
           ELSE
               MOVE ZEROS TO WS-PONTOS-HIST-FAM
           END-IF

           COMPUTE WS-SCORE-RISCO = WS-MORTE + WS-PONTOS-IDADE
               + WS-PONTOS-ALCOOL + WS-PONTOS-HIST-FAM

           PERFORM 2210-ADD-CLAIMS-POINTS
               THRU 2210-ADD-CLAIMS-POINTS-EXIT

           COMPUTE WS-PREMIO-AJUSTADO ROUNDED =
               WS-PF-PREMIO-BASE *
               (1 + ((WS-SCORE-RISCO - 50) / 1000)).

       2200-SCORE-PROFILE-EXIT.
           EXIT.

      ******************************************************************
      * 2210-ADD-CLAIMS-POINTS -- GUANA16'S CLAIMS WEIGHTS: 10 POINTS
      * PER RECENT CLAIM PLUS ONE POINT PER THOUSAND PAID, CAPPED AT
      * 50, ADDED BEFORE THE PREMIUM ADJUSTS
      ******************************************************************
       2210-ADD-CLAIMS-POINTS.

           MOVE ZEROS TO WS-PONTOS-SINISTROS
                         WS-PONTOS-SEVERIDADE

           IF WS-CLS-COUNT = ZEROS
               GO TO 2210-ADD-CLAIMS-POINTS-EXIT
           END-IF

           MOVE 'N' TO WS-CLS-ACHOU
           SET WS-CLS-IDX TO 1
           SEARCH WS-CLS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLS-POLICY-NUM(WS-CLS-IDX) = EN-POLICY-NUM
                   MOVE 'S' TO WS-CLS-ACHOU
           END-SEARCH

           IF WS-CLS-ENCONTROU
               COMPUTE WS-PONTOS-SINISTROS =
                   WS-CLS-QTDE(WS-CLS-IDX) * 10
               COMPUTE WS-PONTOS-SEVERIDADE =
                   WS-CLS-VALOR-PAGO(WS-CLS-IDX) / 1000
               IF WS-PONTOS-SEVERIDADE > 50
                   MOVE 50 TO WS-PONTOS-SEVERIDADE
               END-IF

               ADD WS-PONTOS-SINISTROS  TO WS-SCORE-RISCO
               ADD WS-PONTOS-SEVERIDADE TO WS-SCORE-RISCO
           END-IF.

       2210-ADD-CLAIMS-POINTS-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PRORATE-ADJUSTMENT -- THE CHANGE IN ANNUAL PREMIUM FOR
      * THE DAYS LEFT IN THE TERM: POSITIVE IS ADDITIONAL PREMIUM,
      * NEGATIVE IS RETURN PREMIUM
      ******************************************************************
       2300-PRORATE-ADJUSTMENT.

           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-INICIO-VIGENCIA)
           COMPUTE WS-INT-RENOVACAO =
               FUNCTION INTEGER-OF-DATE(WS-POL-RENOVACAO(WS-POL-IDX))
           COMPUTE WS-INT-EFETIVA =
               FUNCTION INTEGER-OF-DATE(EN-DATA-EFETIVA)

           COMPUTE WS-DIAS-VIGENCIA = WS-INT-RENOVACAO - WS-INT-INICIO
           COMPUTE WS-DIAS-RESTANTES =
               WS-INT-RENOVACAO - WS-INT-EFETIVA

           COMPUTE WS-DIFERENCA-ANUAL = WS-PREMIO-NOVO - WS-PREMIO-ANT
           COMPUTE WS-AJUSTE ROUNDED =
               (WS-DIFERENCA-ANUAL * WS-DIAS-RESTANTES)
                   / WS-DIAS-VIGENCIA.

       2300-PRORATE-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-SCHEDULE-REST-OF-TERM -- EVERY MONTH FROM THE LATER OF
      * THE EFFECTIVE MONTH AND THE CURRENT ONE UP TO THE RENEWAL
      * MONTH GETS ITS INSTALLMENT NOW, AT THE PRE-ENDORSEMENT
      * TWELFTH, THE WAY PREMBILL WOULD HAVE RAISED IT. PREMBILL
      * FINDS THEM ON FILE AND RAISES NONE OF ITS OWN FOR THOSE
      * MONTHS, SO THE ADJUSTMENT SPREAD OVER THEM IS NOT BILLED
      * AGAIN AT THE NEW PRICE
      ******************************************************************
       2400-SCHEDULE-REST-OF-TERM.

           MOVE EN-DATA-EFETIVA(1:6) TO WS-COMP-EFETIVA
           MOVE WS-POL-RENOVACAO(WS-POL-IDX)(1:6)
               TO WS-COMP-RENOVACAO

           IF WS-COMP-EFETIVA > WS-COMPETENCIA-ATUAL
               MOVE WS-COMP-EFETIVA      TO WS-COMP-TRAB
           ELSE
               MOVE WS-COMPETENCIA-ATUAL TO WS-COMP-TRAB
           END-IF

           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-PREMIO-BASE-ANT / 12

           PERFORM 2410-SCHEDULE-ONE-MONTH
               THRU 2410-SCHEDULE-ONE-MONTH-EXIT
               UNTIL WS-COMP-TRAB NOT < WS-COMP-RENOVACAO.

       2400-SCHEDULE-REST-OF-TERM-EXIT.
           EXIT.

      ******************************************************************
      * 2410-SCHEDULE-ONE-MONTH
      ******************************************************************
       2410-SCHEDULE-ONE-MONTH.

           MOVE 'N' TO WS-SCH-ACHOU
           PERFORM 2420-SCAN-FOR-MONTH
               THRU 2420-SCAN-FOR-MONTH-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
                   OR WS-SCH-ENCONTROU

           IF NOT WS-SCH-ENCONTROU
               ADD 1 TO WS-SCH-COUNT
               SET WS-SCH-IDX TO WS-SCH-COUNT
               MOVE EN-POLICY-NUM    TO WS-SCH-POLICY(WS-SCH-IDX)
               MOVE WS-COMP-TRAB     TO WS-SCH-COMPETENCIA(WS-SCH-IDX)
               COMPUTE WS-SCH-VENC(WS-SCH-IDX) =
                   (WS-COMP-TRAB * 100) + 10
               MOVE WS-VALOR-PARCELA TO WS-SCH-VALOR(WS-SCH-IDX)
               MOVE 'P'              TO WS-SCH-STATUS(WS-SCH-IDX)
               MOVE ZEROS            TO WS-SCH-DATA-PGTO(WS-SCH-IDX)
               ADD 1 TO WS-QTDE-PARCELAS-NOVAS
           END-IF

           IF WS-CT-MES = 12
               ADD 1 TO WS-CT-ANO
               MOVE 1 TO WS-CT-MES
           ELSE
               ADD 1 TO WS-CT-MES
           END-IF.

       2410-SCHEDULE-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2420-SCAN-FOR-MONTH
      ******************************************************************
       2420-SCAN-FOR-MONTH.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-POLICY(WS-SCH-IDX) = EN-POLICY-NUM
               AND WS-SCH-COMPETENCIA(WS-SCH-IDX) = WS-COMP-TRAB
               MOVE 'S' TO WS-SCH-ACHOU
           END-IF.

       2420-SCAN-FOR-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2500-SPREAD-ADJUSTMENT -- THE PRO-RATA SPLIT EVENLY OVER THE
      * OPEN INSTALLMENTS FROM THE EFFECTIVE MONTH TO THE RENEWAL,
      * EACH SHARE RE-DIVIDED FROM WHAT IS LEFT SO THE CENTS LAND ON
      * THE LAST ONE. A RETURN PREMIUM NEVER TAKES AN INSTALLMENT
      * BELOW ZERO -- THE EXCESS ROLLS ON TO THE NEXT ONE, AND WHAT
      * NO INSTALLMENT CAN TAKE STAYS IN WS-SALDO-AJUSTE
      ******************************************************************
       2500-SPREAD-ADJUSTMENT.

           MOVE WS-AJUSTE TO WS-SALDO-AJUSTE
           MOVE ZEROS     TO WS-QTDE-ABERTAS

           PERFORM 2510-COUNT-OPEN-INSTALLMENT
               THRU 2510-COUNT-OPEN-INSTALLMENT-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT

           IF WS-QTDE-ABERTAS = ZEROS
               OR WS-SALDO-AJUSTE = ZEROS
               GO TO 2500-SPREAD-ADJUSTMENT-EXIT
           END-IF

           MOVE SPACES TO WS-DOC-TEXTO
           MOVE 'PARCELAS AJUSTADAS' TO WS-DX-ROTULO
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO

           PERFORM 2520-ADJUST-ONE-INSTALLMENT
               THRU 2520-ADJUST-ONE-INSTALLMENT-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

       2500-SPREAD-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2510-COUNT-OPEN-INSTALLMENT
      ******************************************************************
       2510-COUNT-OPEN-INSTALLMENT.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-POLICY(WS-SCH-IDX) = EN-POLICY-NUM
               AND WS-SCH-STATUS(WS-SCH-IDX) = 'P'
               AND WS-SCH-COMPETENCIA(WS-SCH-IDX)
                   NOT < WS-COMP-EFETIVA
               AND WS-SCH-COMPETENCIA(WS-SCH-IDX)
                   < WS-COMP-RENOVACAO
               ADD 1 TO WS-QTDE-ABERTAS
           END-IF.

       2510-COUNT-OPEN-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2520-ADJUST-ONE-INSTALLMENT
      ******************************************************************
       2520-ADJUST-ONE-INSTALLMENT.

           SET WS-SCH-IDX TO WS-SCH-SUB

           IF WS-SCH-POLICY(WS-SCH-IDX) NOT = EN-POLICY-NUM
               OR WS-SCH-STATUS(WS-SCH-IDX) NOT = 'P'
               OR WS-SCH-COMPETENCIA(WS-SCH-IDX) < WS-COMP-EFETIVA
               OR WS-SCH-COMPETENCIA(WS-SCH-IDX)
                   NOT < WS-COMP-RENOVACAO
               GO TO 2520-ADJUST-ONE-INSTALLMENT-EXIT
           END-IF

           COMPUTE WS-PARTE-AJUSTE ROUNDED =
               WS-SALDO-AJUSTE / WS-QTDE-ABERTAS

           MOVE WS-SCH-VALOR(WS-SCH-IDX) TO WS-VALOR-ANTERIOR
           COMPUTE WS-VALOR-NOVO =
               WS-VALOR-ANTERIOR + WS-PARTE-AJUSTE

           IF WS-VALOR-NOVO < ZEROS
               COMPUTE WS-PARTE-AJUSTE = ZEROS - WS-VALOR-ANTERIOR
               MOVE ZEROS TO WS-VALOR-NOVO
           END-IF

           MOVE WS-VALOR-NOVO TO WS-SCH-VALOR(WS-SCH-IDX)

      *    AN INSTALLMENT THE RETURN PREMIUM WIPED OUT IS SETTLED --
      *    LEFT PENDING AT ZERO, PREMBILL WOULD AGE IT INTO A LAPSE
           IF WS-VALOR-NOVO = ZEROS
               MOVE 'Q'          TO WS-SCH-STATUS(WS-SCH-IDX)
               MOVE WS-DATA-HOJE TO WS-SCH-DATA-PGTO(WS-SCH-IDX)
           END-IF

           SUBTRACT WS-PARTE-AJUSTE FROM WS-SALDO-AJUSTE
           SUBTRACT 1 FROM WS-QTDE-ABERTAS

           MOVE WS-SCH-COMPETENCIA(WS-SCH-IDX) TO WS-DP-COMPETENCIA
           MOVE WS-SCH-VENC(WS-SCH-IDX) TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT      TO WS-DP-VENC
           MOVE WS-VALOR-ANTERIOR TO WS-DP-VALOR-ANT
           MOVE WS-VALOR-NOVO     TO WS-DP-VALOR-NOVO
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-PARCELA.

       2520-ADJUST-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-DOCUMENT-HEAD -- THE ENDORSEMENT DOCUMENT: WHO,
      * WHAT CHANGED, FROM WHEN, THE PRICE BEFORE AND AFTER AND THE
      * PRO-RATA FOR THE REST OF THE TERM
      ******************************************************************
       2600-WRITE-DOCUMENT-HEAD.

           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-SEPARADOR

           MOVE WS-POL-ULT-ENDOSSO(WS-POL-IDX) TO WS-DC-SEQUENCIA
           MOVE EN-POLICY-NUM                  TO WS-DC-POLICY
           MOVE WS-POL-APPLICANT(WS-POL-IDX)   TO WS-DC-APPLICANT
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TITULO

           MOVE SPACES TO WS-DOC-TEXTO
           MOVE 'ALTERACAO' TO WS-DX-ROTULO
           IF EN-ENDOSSO-COBERTURA
               MOVE 'COBERTURA' TO WS-DX-TEXTO
           ELSE
               MOVE 'PERFIL DE RISCO' TO WS-DX-TEXTO
           END-IF
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO

           IF EN-DESCRICAO NOT = SPACES
               MOVE SPACES       TO WS-DOC-TEXTO
               MOVE 'DESCRICAO'  TO WS-DX-ROTULO
               MOVE EN-DESCRICAO TO WS-DX-TEXTO
               WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO
           END-IF

           MOVE SPACES          TO WS-DOC-TEXTO
           MOVE 'VIGENCIA DO ENDOSSO' TO WS-DX-ROTULO
           MOVE EN-DATA-EFETIVA TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT    TO WS-DX-TEXTO(1:10)
           MOVE ' A '           TO WS-DX-TEXTO(11:3)
           MOVE WS-POL-RENOVACAO(WS-POL-IDX) TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT    TO WS-DX-TEXTO(14:10)
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO

           MOVE SPACES            TO WS-DOC-TEXTO
           MOVE 'DIAS RESTANTES'  TO WS-DX-ROTULO
           MOVE WS-DIAS-RESTANTES TO WS-DD-RESTANTES
           MOVE WS-DIAS-VIGENCIA  TO WS-DD-VIGENCIA
           MOVE WS-DIAS-EDIT      TO WS-DX-TEXTO
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO

           MOVE SPACES             TO WS-DOC-VALOR
           MOVE 'PREMIO BASE ANTERIOR' TO WS-DV-ROTULO
           MOVE WS-PREMIO-BASE-ANT TO WS-DV-VALOR
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR

           MOVE SPACES              TO WS-DOC-VALOR
           MOVE 'PREMIO BASE ENDOSSADO' TO WS-DV-ROTULO
           MOVE WS-PREMIO-BASE-NOVO TO WS-DV-VALOR
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR

           MOVE SPACES          TO WS-DOC-TEXTO
           MOVE 'SCORE DE RISCO' TO WS-DX-ROTULO
           MOVE WS-SCORE-ANT    TO WS-SE-ANTERIOR
           MOVE WS-SCORE-NOVO   TO WS-SE-NOVO
           MOVE WS-SCORE-EDIT   TO WS-DX-TEXTO
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-TEXTO

           MOVE SPACES           TO WS-DOC-VALOR
           MOVE 'PREMIO ANUAL ANTERIOR' TO WS-DV-ROTULO
           MOVE WS-PREMIO-ANT    TO WS-DV-VALOR
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR

           MOVE SPACES           TO WS-DOC-VALOR
           MOVE 'PREMIO ANUAL ENDOSSADO' TO WS-DV-ROTULO
           MOVE WS-PREMIO-NOVO   TO WS-DV-VALOR
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR

           MOVE SPACES TO WS-DOC-VALOR
           IF WS-AJUSTE < ZEROS
               MOVE 'PREMIO A RESTITUIR' TO WS-DV-ROTULO
           ELSE
               MOVE 'PREMIO ADICIONAL'   TO WS-DV-ROTULO
           END-IF
      *    THE EDIT PICTURE IS UNSIGNED -- A RETURN PRINTS AS ITS SIZE
           MOVE WS-AJUSTE TO WS-DV-VALOR
           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR.

       2600-WRITE-DOCUMENT-HEAD-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-DOCUMENT-FOOT -- WHAT THE OPEN INSTALLMENTS COULD
      * NOT TAKE IS SETTLED BY HAND: COLLECTED AS A SEPARATE CHARGE
      * OR REFUNDED
      ******************************************************************
       2700-WRITE-DOCUMENT-FOOT.

           IF WS-SALDO-AJUSTE NOT = ZEROS
               MOVE SPACES TO WS-DOC-VALOR
               IF WS-SALDO-AJUSTE < ZEROS
                   MOVE 'SALDO A RESTITUIR' TO WS-DV-ROTULO
               ELSE
                   MOVE 'SALDO A COBRAR'    TO WS-DV-ROTULO
               END-IF
               MOVE WS-SALDO-AJUSTE TO WS-DV-VALOR
               WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-VALOR
               ADD 1 TO WS-QTDE-COM-SALDO
               DISPLAY 'AVISO - APOLICE ' EN-POLICY-NUM
                   ' SEM PARCELA ABERTA PARA O AJUSTE -- SALDO '
                   WS-SALDO-AJUSTE ' A ACERTAR'
           END-IF

           WRITE ENDORSEMENT-DOC-LINE FROM WS-DOC-SEPARADOR.

       2700-WRITE-DOCUMENT-FOOT-EXIT.
           EXIT.

      ******************************************************************
      * 2800-WRITE-HISTORY -- ONE NUMBERED RECORD PER ENDORSEMENT
      ******************************************************************
       2800-WRITE-HISTORY.

           MOVE SPACES TO ENDORSEMENT-HIST-RECORD
           MOVE EN-POLICY-NUM               TO EH-POLICY-NUM
           MOVE WS-POL-ULT-ENDOSSO(WS-POL-IDX) TO EH-SEQUENCIA
           MOVE WS-DATA-HOJE                TO EH-DATA-PROC
           MOVE EN-DATA-EFETIVA             TO EH-DATA-EFETIVA
           MOVE EN-TIPO                     TO EH-TIPO
           MOVE WS-PREMIO-BASE-ANT          TO EH-PREMIO-BASE-ANT
           MOVE WS-PREMIO-BASE-NOVO         TO EH-PREMIO-BASE-NOVO
           MOVE WS-SCORE-ANT                TO EH-SCORE-ANT
           MOVE WS-SCORE-NOVO               TO EH-SCORE-NOVO
           MOVE WS-PREMIO-ANT               TO EH-PREMIO-ANT
           MOVE WS-PREMIO-NOVO              TO EH-PREMIO-NOVO
           MOVE WS-AJUSTE                   TO EH-AJUSTE
           MOVE EN-DESCRICAO                TO EH-DESCRICAO
           WRITE ENDORSEMENT-HIST-RECORD.

       2800-WRITE-HISTORY-EXIT.
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
                   MOVE 'Y' TO WS-PM-EOF-SWITCH
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
      * 8200-READ-RISK-FACTOR
      ******************************************************************
       8200-READ-RISK-FACTOR.

           READ RISK-FACTOR-FILE
               AT END
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
           END-READ.

       8200-READ-RISK-FACTOR-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-ENDORSEMENT
      ******************************************************************
       8300-READ-ENDORSEMENT.

           READ ENDORSEMENT-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EN-EOF-SWITCH
           END-READ.

       8300-READ-ENDORSEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-CLAIM
      ******************************************************************
       8400-READ-CLAIM.

           READ CLAIMS-FILE
               AT END
                   MOVE 'Y' TO WS-CL-EOF-SWITCH
           END-READ.

       8400-READ-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-HISTORY
      ******************************************************************
       8500-READ-HISTORY.

           READ ENDORSEMENT-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EH-EOF-SWITCH
           END-READ.

       8500-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE -- REWRITE POLMAST AND PREMSCHD (AND RISKFAC
      * WHEN HABITS CHANGED) WHOLE, THEN RUN AND CONTROL TOTALS
      ******************************************************************
       9000-FINALIZE.

      *    A FILE THAT DID NOT FIT IN CORE MUST NOT BE REWRITTEN FROM
      *    THE TABLE -- THE RECORDS LEFT OUT WOULD BE DELETED
           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - POLMAST/PREMSCHD/RISKFAC NAO COUBERAM '
                   'NA TABELA -- ARQUIVOS PRESERVADOS, NADA GRAVADO'
               GO TO 9000-FINALIZE-CLOSE
           END-IF

           IF WS-QTDE-ENDOSSOS = ZEROS
               GO TO 9000-FINALIZE-CLOSE
           END-IF

           OPEN OUTPUT POLICY-MASTER-FILE
           PERFORM 9100-WRITE-ONE-POLICY
               THRU 9100-WRITE-ONE-POLICY-EXIT
               VARYING WS-POL-SUB FROM 1 BY 1
               UNTIL WS-POL-SUB > WS-POL-COUNT
           CLOSE POLICY-MASTER-FILE

           OPEN OUTPUT PREMIUM-SCHEDULE-FILE
           PERFORM 9200-WRITE-ONE-SCHEDULE
               THRU 9200-WRITE-ONE-SCHEDULE-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
           CLOSE PREMIUM-SCHEDULE-FILE

           IF WS-QTDE-RISCO > ZEROS
               OPEN OUTPUT RISK-FACTOR-FILE
               PERFORM 9300-WRITE-ONE-RISK-FACTOR
                   THRU 9300-WRITE-ONE-RISK-FACTOR-EXIT
                   VARYING WS-RSK-SUB FROM 1 BY 1
                   UNTIL WS-RSK-SUB > WS-RSK-COUNT
               CLOSE RISK-FACTOR-FILE
           END-IF.

       9000-FINALIZE-CLOSE.

           IF WS-EN-STATUS = '00' OR WS-EN-STATUS = '10'
               CLOSE ENDORSEMENT-TRAN-FILE
               CLOSE ENDORSEMENT-HIST-FILE
           END-IF
           CLOSE ENDORSEMENT-DOC-FILE
           CLOSE ENDORSEMENT-REJECT-FILE

           DISPLAY 'ENDOSSOS PROCESSADOS:   ' WS-QTDE-ENDOSSOS
           DISPLAY 'ENDOSSOS REJEITADOS:    ' WS-QTDE-REJEITADOS
           DISPLAY 'PARCELAS ANTECIPADAS:   ' WS-QTDE-PARCELAS-NOVAS
           DISPLAY 'ENDOSSOS COM SALDO:     ' WS-QTDE-COM-SALDO
           MOVE WS-TOTAL-ADICIONAL  TO WS-TOTAL-EDIT
           DISPLAY 'PREMIO ADICIONAL R$     ' WS-TOTAL-EDIT
           MOVE WS-TOTAL-RESTITUIDO TO WS-TOTAL-EDIT
           DISPLAY 'PREMIO RESTITUIDO R$    ' WS-TOTAL-EDIT

           MOVE 'POLENDOS'          TO CT-PROGRAM-ID
           MOVE 'ENDOSSOS'          TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-ENDOSSOS    TO CT-TOTAL-1-VALOR
           MOVE 'ADICIONAL R$'      TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-ADICIONAL  TO CT-TOTAL-2-VALOR
           MOVE 'RESTITUIDO R$'     TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-RESTITUIDO TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       9000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-ONE-POLICY
      ******************************************************************
       9100-WRITE-ONE-POLICY.

           SET WS-POL-IDX TO WS-POL-SUB

           MOVE WS-POL-APPLICANT(WS-POL-IDX)  TO PM-APPLICANT-ID
           MOVE WS-POL-NUM(WS-POL-IDX)        TO PM-POLICY-NUM
           MOVE WS-POL-PREMIO(WS-POL-IDX)     TO PM-PREMIO-BASE
           MOVE WS-POL-RENOVACAO(WS-POL-IDX)  TO PM-DATA-RENOVACAO
           MOVE WS-POL-STATUS(WS-POL-IDX)     TO PM-STATUS
           MOVE WS-POL-DATA-LAPSO(WS-POL-IDX) TO PM-DATA-LAPSO
           WRITE POLICY-MASTER-RECORD.

       9100-WRITE-ONE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 9200-WRITE-ONE-SCHEDULE
      ******************************************************************
       9200-WRITE-ONE-SCHEDULE.

           SET WS-SCH-IDX TO WS-SCH-SUB

           MOVE WS-SCH-POLICY(WS-SCH-IDX)      TO PS-POLICY-NUM
           MOVE WS-SCH-COMPETENCIA(WS-SCH-IDX) TO PS-COMPETENCIA
           MOVE WS-SCH-VENC(WS-SCH-IDX)        TO PS-DATA-VENC
           MOVE WS-SCH-VALOR(WS-SCH-IDX)       TO PS-VALOR
           MOVE WS-SCH-STATUS(WS-SCH-IDX)      TO PS-STATUS
           MOVE WS-SCH-DATA-PGTO(WS-SCH-IDX)   TO PS-DATA-PGTO
           WRITE PREMIUM-SCHEDULE-RECORD.

       9200-WRITE-ONE-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * 9300-WRITE-ONE-RISK-FACTOR -- THE RECORD GOES BACK AS IT CAME,
      * IN THE SAME APPLICANT SEQUENCE GUANA16 AND POLRENEW EXPECT
      ******************************************************************
       9300-WRITE-ONE-RISK-FACTOR.

           SET WS-RSK-IDX TO WS-RSK-SUB
           WRITE RISK-FACTOR-RECORD FROM WS-RSK-REGISTRO(WS-RSK-IDX).

       9300-WRITE-ONE-RISK-FACTOR-EXIT.
           EXIT.
