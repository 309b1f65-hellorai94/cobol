      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY TUITION (MENSALIDADE) BILLING. THE SCHOOL
      * SIDE TRACKS GRADES AND ATTENDANCE BUT TUITION WAS BILLED FROM
      * A SPREADSHEET. FOR THE REFERENCE MONTH THE OPERATOR SUPPLIES,
      * THIS RUN READS STUDMAST AND BILLS EVERY ENROLLED STUDENT
      * (NEITHER TRANCADO NOR BLOCKED): THE MONTHLY PRICE COMES FROM
      * THE MENSTAB TUITION TABLE -- THE STUDENT'S OWN TURMA FIRST,
      * THEN THE GRADE LEVEL (FIRST CHARACTER OF THE TURMA FOLLOWED
      * BY '**'). THE BOLSAS FILE LINKS A STUDENT TO THE RESPONSIBLE
      * PARTY WHO PAYS (A CUSTMAST CUSTOMER; NONE BILLS THE STUDENT
      * UNDER THE STUDENT ID) AND CARRIES THE SCHOLARSHIP PERCENTAGE
      * AND THE LAST MONTH IT IS VALID (ZEROS FOR NO END). THE
      * SCHOLARSHIP COMES OFF THE TABLE PRICE FIRST; EVERY STUDENT
      * AFTER THE FIRST OF THE SAME RESPONSIBLE PARTY (IN STUDMAST
      * SEQUENCE) THEN GETS THE SIBLING DISCOUNT OF MENSPARM (DEFAULT
      * 10%) ON WHAT REMAINS. EACH BILL IS APPENDED TO ARINVOIC AS
      * INVOICE 'M' + LAST DIGIT OF THE YEAR + STUDENT ID, PARCELA =
      * THE MONTH, DUE ON THE MENSPARM DAY OF THE MONTH (DEFAULT THE
      * 10TH), SO ARAGING AGES AND DUNS IT AND CASHAPP APPLIES THE
      * CASH. A FULL SCHOLARSHIP LEAVES NOTHING TO BILL (ISENTO). A
      * STUDENT WITH NO PRICE IS REPORTED AND NOT BILLED (RETURN CODE
      * 4). THE MENSCTL CONTROL FILE LISTS THE MONTHS ALREADY BILLED,
      * AND A MONTH ON IT IS REFUSED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  EACH RUN'S ARINVOIC INVOICES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT, HASH OF
      *               AI-VALOR) SO EVERY READER CAN PROVE THE FILE
      *               ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSALID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.

           SELECT TUITION-TABLE-FILE ASSIGN TO "MENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.

           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

           SELECT TUITION-PARM-FILE ASSIGN TO "MENSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT BILLED-MONTH-FILE ASSIGN TO "MENSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT TUITION-REPORT-FILE ASSIGN TO "MENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUDREC.

      *-----------------------------------------------------------------
      * TUITION-TABLE-FILE -- MONTHLY PRICE BY TURMA, OR BY GRADE
      * LEVEL AS THE LEVEL DIGIT FOLLOWED BY '**'
      *-----------------------------------------------------------------
       FD  TUITION-TABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  TUITION-TABLE-RECORD.
           05  MT-TURMA                PIC X(03).
           05  MT-VALOR                PIC 9(05)V99.
           05  FILLER                  PIC X(10).

      *-----------------------------------------------------------------
      * SCHOLARSHIP-FILE -- THE STUDENT'S RESPONSIBLE PARTY AND
      * SCHOLARSHIP
      *-----------------------------------------------------------------
       FD  SCHOLARSHIP-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  SCHOLARSHIP-RECORD.
           05  BO-STU-ID               PIC X(06).
           05  BO-RESPONSAVEL          PIC X(06).
           05  BO-PERC-BOLSA           PIC 9(03)V99.
           05  BO-VALIDADE             PIC 9(06).
           05  FILLER                  PIC X(07).

      *-----------------------------------------------------------------
      * TUITION-PARM-FILE -- SIBLING DISCOUNT AND DUE DAY
      *-----------------------------------------------------------------
       FD  TUITION-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  TUITION-PARM-RECORD.
           05  MP-DESC-IRMAO           PIC 9(03)V99.
           05  MP-DIA-VENCIMENTO       PIC 9(02).
           05  FILLER                  PIC X(03).

      *-----------------------------------------------------------------
      * BILLED-MONTH-FILE -- ONE LINE PER MONTH ALREADY BILLED (THE
      * RERUN GUARD)
      *-----------------------------------------------------------------
       FD  BILLED-MONTH-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  BILLED-MONTH-RECORD.
           05  MC-MES                  PIC 9(06).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

      *-----------------------------------------------------------------
      * AR-INVOICE-FILE -- THE OPEN-ITEM FILE ARAGING AGES AND CASHAPP
      * APPLIES CASH TO; ONE SINGLE-PARCEL INVOICE PER STUDENT BILLED
      *-----------------------------------------------------------------
       FD  AR-INVOICE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  AR-INVOICE-RECORD.
           05  AI-INVOICE-ID           PIC X(08).
           05  AI-CUSTOMER-ID          PIC X(06).
           05  AI-CUSTOMER-NOME        PIC X(25).
           05  AI-CUSTOMER-ENDERECO    PIC X(30).
           05  AI-VALOR                PIC 9(07)V99.
           05  AI-DIAS-ATRASO          PIC 9(03).
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

       FD  TUITION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TUITION-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-SM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-MC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-SM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SM-END-OF-FILE            VALUE 'Y'.
       77  WS-MT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MT-END-OF-FILE            VALUE 'Y'.
       77  WS-BO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BO-END-OF-FILE            VALUE 'Y'.
       77  WS-MC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MC-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.
       77  WS-CU-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-CU-ABERTO                 VALUE 'S'.

      *-----------------------------------------------------------------
      * REFERENCE MONTH, DUE DATE AND DISCOUNT PARAMETERS
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-MES-ENTRADA          PIC X(06) VALUE SPACES.
       77  WS-MES-REF              PIC 9(06) VALUE ZEROS.
       77  WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77  WS-DESC-IRMAO           PIC 9(03)V99 VALUE 10.00.
       77  WS-DIA-VENCIMENTO       PIC 9(02) VALUE 10.
       77  WS-DESC-IRMAO-ED        PIC ZZ9.99.

       01  WS-NUMERO-FATURA.
           05  FILLER              PIC X(01) VALUE 'M'.
           05  WS-NF-ANO           PIC X(01).
           05  WS-NF-ALUNO         PIC X(06).

      *-----------------------------------------------------------------
      * THE TUITION TABLE IN CORE
      *-----------------------------------------------------------------
       01  WS-TAB-TABLE.
           05  WS-TAB-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-TAB-IDX.
               10  WS-TAB-TURMA        PIC X(03).
               10  WS-TAB-VALOR        PIC 9(05)V99.

       77  WS-TAB-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-TAB-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-TAB-ENCONTROU             VALUE 'S'.

       01  WS-CHAVE-SERIE.
           05  WS-CS-NIVEL         PIC X(01).
           05  FILLER              PIC X(02) VALUE '**'.

      *-----------------------------------------------------------------
      * THE SCHOLARSHIPS IN CORE
      *-----------------------------------------------------------------
       01  WS-BOL-TABLE.
           05  WS-BOL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BOL-IDX.
               10  WS-BOL-STU-ID       PIC X(06).
               10  WS-BOL-RESPONSAVEL  PIC X(06).
               10  WS-BOL-PERC         PIC 9(03)V99.
               10  WS-BOL-VALIDADE     PIC 9(06).

       77  WS-BOL-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-BOL-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-BOL-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * RESPONSIBLE PARTIES ALREADY BILLED THIS RUN (SIBLING RULE)
      *-----------------------------------------------------------------
       01  WS-RSP-TABLE.
           05  WS-RSP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RSP-IDX.
               10  WS-RSP-ID           PIC X(06).

       77  WS-RSP-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-RSP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-RSP-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE STUDENT'S BILL
      *-----------------------------------------------------------------
       77  WS-RESPONSAVEL          PIC X(06) VALUE SPACES.
       77  WS-VALOR-TABELA         PIC 9(05)V99 VALUE ZEROS.
       77  WS-PERC-BOLSA           PIC 9(03)V99 VALUE ZEROS.
       77  WS-VALOR-BOLSA          PIC 9(05)V99 VALUE ZEROS.
       77  WS-VALOR-IRMAO          PIC 9(05)V99 VALUE ZEROS.
       77  WS-VALOR-FINAL          PIC 9(05)V99 VALUE ZEROS.
       77  WS-OCORRENCIA           PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDOS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FATURAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-INTEGRAIS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FORA            PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-PRECO       PIC 9(05) VALUE ZEROS.
       77  WS-TOT-TABELA           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-BOLSAS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRMAOS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FATURADO         PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT
      *-----------------------------------------------------------------
       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'ALUNO  TUR RESP     TABELA  BOLSA%   BOL'.
           05  FILLER              PIC X(40) VALUE
               'SA   IRMAO  FATURADO FATURA   SITUACAO  '.

       01  WS-RPT-DETALHE.
           05  WS-RD-ALUNO         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TURMA         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-RESPONSAVEL   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-TABELA        PIC ZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PERC          PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-BOLSA         PIC ZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-IRMAO         PIC ZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-FINAL         PIC ZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-FATURA        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-OCORRENCIA    PIC X(11).

       01  WS-RPT-TOTAL-LINHA.
           05  WS-RT-ROTULO        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RT-VALOR         PIC Z(08)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'MENSALID' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-BILL-STUDENT
                   THRU 2000-BILL-STUDENT-EXIT
                   UNTIL WS-SM-END-OF-FILE
               PERFORM 3000-FINALIZE
                   THRU 3000-FINALIZE-EXIT
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- REFERENCE MONTH (BLANK TAKES THE CURRENT
      * ONE), THE RERUN GUARD, THE PARAMETERS AND TABLES, THEN THE
      * FILES. A TABLE THAT DOES NOT FIT IN CORE REFUSES THE RUN
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY 'INFORME O MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-ENTRADA FROM CONSOLE
           IF WS-MES-ENTRADA NUMERIC
               AND WS-MES-ENTRADA(5:2) >= '01'
               AND WS-MES-ENTRADA(5:2) <= '12'
               MOVE WS-MES-ENTRADA TO WS-MES-REF
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
               DISPLAY 'AVISO - MES NAO INFORMADO -- USANDO '
                   WS-MES-REF
           END-IF

           PERFORM 1100-CHECK-BILLED-MONTH
               THRU 1100-CHECK-BILLED-MONTH-EXIT
           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-LOAD-PARAMETERS
               THRU 1200-LOAD-PARAMETERS-EXIT

           COMPUTE WS-DATA-VENCIMENTO =
               (WS-MES-REF * 100) + WS-DIA-VENCIMENTO
           MOVE WS-MES-REF(4:1) TO WS-NF-ANO

           MOVE SPACES TO WS-TAB-TABLE
           MOVE SPACES TO WS-BOL-TABLE
           MOVE SPACES TO WS-RSP-TABLE

           PERFORM 1300-LOAD-TUITION-TABLE
               THRU 1300-LOAD-TUITION-TABLE-EXIT

           PERFORM 1400-LOAD-SCHOLARSHIPS
               THRU 1400-LOAD-SCHOLARSHIPS-EXIT

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-SM-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO STUDMAST -- NADA A FATURAR'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CUSTMAST -- FATURAS '
                   'SAEM COM O NOME DO ALUNO'
           ELSE
               MOVE 'S' TO WS-CU-ABERTO-SW
           END-IF

           OPEN EXTEND AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               OPEN OUTPUT AR-INVOICE-FILE
           END-IF
           PERFORM 8975-WRITE-AR-HEADER
               THRU 8975-WRITE-AR-HEADER-EXIT

           OPEN OUTPUT TUITION-REPORT-FILE
           MOVE 'MENSALID' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE TUITION-REPORT-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO TUITION-REPORT-LINE
           STRING 'MENSALIDADES DO MES ' WS-MES-REF
               ' - VENCIMENTO ' WS-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO TUITION-REPORT-LINE
           WRITE TUITION-REPORT-LINE
           WRITE TUITION-REPORT-LINE FROM WS-RPT-COLUNAS

           PERFORM 8000-READ-STUDENT
               THRU 8000-READ-STUDENT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-BILLED-MONTH -- NO MENSCTL FILE MEANS NOTHING WAS
      * EVER BILLED
      ******************************************************************
       1100-CHECK-BILLED-MONTH.

           OPEN INPUT BILLED-MONTH-FILE
           IF WS-MC-STATUS NOT = '00'
               GO TO 1100-CHECK-BILLED-MONTH-EXIT
           END-IF

           PERFORM 8300-READ-BILLED-MONTH
               THRU 8300-READ-BILLED-MONTH-EXIT
               UNTIL WS-MC-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA

           CLOSE BILLED-MONTH-FILE

           IF WS-EXECUCAO-ABORTADA
               DISPLAY 'ERRO - MENSALIDADES DE ' WS-MES-REF
                   ' JA FATURADAS -- EXECUCAO RECUSADA'
           END-IF.

       1100-CHECK-BILLED-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-PARAMETERS -- NO FILE KEEPS THE DEFAULTS; A DUE DAY
      * PAST THE 28TH WOULD NOT EXIST IN FEBRUARY
      ******************************************************************
       1200-LOAD-PARAMETERS.

           OPEN INPUT TUITION-PARM-FILE
           IF WS-MP-STATUS NOT = '00'
               MOVE WS-DESC-IRMAO TO WS-DESC-IRMAO-ED
               DISPLAY 'AVISO - SEM ARQUIVO MENSPARM -- DESCONTO '
                   'IRMAO ' WS-DESC-IRMAO-ED '% VENCIMENTO DIA '
                   WS-DIA-VENCIMENTO
               GO TO 1200-LOAD-PARAMETERS-EXIT
           END-IF

           READ TUITION-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           IF WS-MP-STATUS = '00'
               IF MP-DESC-IRMAO NUMERIC
                   AND MP-DESC-IRMAO NOT > 100
                   MOVE MP-DESC-IRMAO TO WS-DESC-IRMAO
               END-IF
               IF MP-DIA-VENCIMENTO NUMERIC
                   AND MP-DIA-VENCIMENTO > ZEROS
                   AND MP-DIA-VENCIMENTO NOT > 28
                   MOVE MP-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
               END-IF
           END-IF
           MOVE WS-DESC-IRMAO TO WS-DESC-IRMAO-ED
           DISPLAY 'DESCONTO IRMAO ' WS-DESC-IRMAO-ED
               '% VENCIMENTO DIA ' WS-DIA-VENCIMENTO

           CLOSE TUITION-PARM-FILE.

       1200-LOAD-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-TUITION-TABLE -- WITHOUT PRICES NOTHING CAN BE
      * BILLED
      ******************************************************************
       1300-LOAD-TUITION-TABLE.

           OPEN INPUT TUITION-TABLE-FILE
           IF WS-MT-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO MENSTAB -- EXECUCAO '
                   'RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1300-LOAD-TUITION-TABLE-EXIT
           END-IF

           PERFORM 8100-READ-TUITION-TABLE
               THRU 8100-READ-TUITION-TABLE-EXIT
           PERFORM 1310-STORE-PRICE
               THRU 1310-STORE-PRICE-EXIT
               UNTIL WS-MT-END-OF-FILE

           CLOSE TUITION-TABLE-FILE.

       1300-LOAD-TUITION-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-PRICE
      ******************************************************************
       1310-STORE-PRICE.

           IF MT-VALOR NOT NUMERIC
               DISPLAY 'AVISO - MENSTAB INVALIDO IGNORADO: '
                   TUITION-TABLE-RECORD
               GO TO 1310-STORE-PRICE-NEXT
           END-IF

           IF WS-TAB-COUNT < 200
               ADD 1 TO WS-TAB-COUNT
               SET WS-TAB-IDX TO WS-TAB-COUNT
               MOVE MT-TURMA TO WS-TAB-TURMA(WS-TAB-IDX)
               MOVE MT-VALOR TO WS-TAB-VALOR(WS-TAB-IDX)
           ELSE
               DISPLAY 'TABELA DE MENSALIDADES CHEIA -- EXECUCAO '
                   'RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1310-STORE-PRICE-NEXT.

           PERFORM 8100-READ-TUITION-TABLE
               THRU 8100-READ-TUITION-TABLE-EXIT.

       1310-STORE-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-SCHOLARSHIPS -- NO FILE MEANS EVERY STUDENT PAYS
      * THE TABLE PRICE UNDER THE STUDENT ID
      ******************************************************************
       1400-LOAD-SCHOLARSHIPS.

           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-BO-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO BOLSAS -- SEM BOLSAS NEM '
                   'DESCONTO DE IRMAOS'
               GO TO 1400-LOAD-SCHOLARSHIPS-EXIT
           END-IF

           PERFORM 8200-READ-SCHOLARSHIP
               THRU 8200-READ-SCHOLARSHIP-EXIT
           PERFORM 1410-STORE-SCHOLARSHIP
               THRU 1410-STORE-SCHOLARSHIP-EXIT
               UNTIL WS-BO-END-OF-FILE

           CLOSE SCHOLARSHIP-FILE.

       1400-LOAD-SCHOLARSHIPS-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-SCHOLARSHIP -- A PERCENTAGE THAT IS NOT NUMERIC OR
      * OVER 100 IS REPORTED AND THE STUDENT PAYS IN FULL
      ******************************************************************
       1410-STORE-SCHOLARSHIP.

           IF WS-BOL-COUNT NOT < 2000
               DISPLAY 'TABELA DE BOLSAS CHEIA -- EXECUCAO RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1410-STORE-SCHOLARSHIP-NEXT
           END-IF

           ADD 1 TO WS-BOL-COUNT
           SET WS-BOL-IDX TO WS-BOL-COUNT
           MOVE BO-STU-ID      TO WS-BOL-STU-ID(WS-BOL-IDX)
           MOVE BO-RESPONSAVEL TO WS-BOL-RESPONSAVEL(WS-BOL-IDX)
           MOVE ZEROS          TO WS-BOL-PERC(WS-BOL-IDX)
           MOVE ZEROS          TO WS-BOL-VALIDADE(WS-BOL-IDX)

           IF BO-PERC-BOLSA NUMERIC AND BO-PERC-BOLSA NOT > 100
               MOVE BO-PERC-BOLSA TO WS-BOL-PERC(WS-BOL-IDX)
           ELSE
               DISPLAY 'AVISO - BOLSA INVALIDA DO ALUNO ' BO-STU-ID
                   ' -- COBRADO SEM BOLSA'
           END-IF

           IF BO-VALIDADE NUMERIC
               MOVE BO-VALIDADE TO WS-BOL-VALIDADE(WS-BOL-IDX)
           END-IF.

       1410-STORE-SCHOLARSHIP-NEXT.

           PERFORM 8200-READ-SCHOLARSHIP
               THRU 8200-READ-SCHOLARSHIP-EXIT.

       1410-STORE-SCHOLARSHIP-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BILL-STUDENT -- PRICE, SCHOLARSHIP, SIBLING DISCOUNT AND
      * THE INVOICE FOR ONE ENROLLED STUDENT
      ******************************************************************
       2000-BILL-STUDENT.

           ADD 1 TO WS-QTDE-LIDOS

           IF STU-TRANCADO OR STU-BLOQUEADO
               ADD 1 TO WS-QTDE-FORA
               GO TO 2000-BILL-STUDENT-NEXT
           END-IF

           MOVE SPACES TO WS-RPT-DETALHE
           MOVE SPACES TO WS-OCORRENCIA
           MOVE ZEROS  TO WS-VALOR-BOLSA
           MOVE ZEROS  TO WS-VALOR-IRMAO
           MOVE ZEROS  TO WS-VALOR-FINAL
           MOVE ZEROS  TO WS-PERC-BOLSA

           PERFORM 2100-FIND-PRICE
               THRU 2100-FIND-PRICE-EXIT

           PERFORM 2200-FIND-SCHOLARSHIP
               THRU 2200-FIND-SCHOLARSHIP-EXIT

           IF NOT WS-TAB-ENCONTROU
               MOVE ZEROS TO WS-VALOR-TABELA
               MOVE 'SEM PRECO' TO WS-OCORRENCIA
               ADD 1 TO WS-QTDE-SEM-PRECO
               DISPLAY 'AVISO - ALUNO ' STU-ID ' TURMA ' STU-TURMA
                   ' SEM PRECO NA MENSTAB -- NAO FATURADO'
               GO TO 2000-BILL-STUDENT-PRINT
           END-IF

           COMPUTE WS-VALOR-BOLSA ROUNDED =
               WS-VALOR-TABELA * WS-PERC-BOLSA / 100
           COMPUTE WS-VALOR-FINAL = WS-VALOR-TABELA - WS-VALOR-BOLSA

      *    EVERY STUDENT AFTER THE FIRST OF THE SAME RESPONSIBLE
      *    PARTY IS A SIBLING
           PERFORM 2300-CHECK-SIBLING
               THRU 2300-CHECK-SIBLING-EXIT
           IF WS-RSP-ENCONTROU
               COMPUTE WS-VALOR-IRMAO ROUNDED =
                   WS-VALOR-FINAL * WS-DESC-IRMAO / 100
               SUBTRACT WS-VALOR-IRMAO FROM WS-VALOR-FINAL
           END-IF

           ADD WS-VALOR-TABELA TO WS-TOT-TABELA
           ADD WS-VALOR-BOLSA  TO WS-TOT-BOLSAS
           ADD WS-VALOR-IRMAO  TO WS-TOT-IRMAOS

           IF WS-VALOR-FINAL = ZEROS
               MOVE 'ISENTO' TO WS-OCORRENCIA
               ADD 1 TO WS-QTDE-INTEGRAIS
               GO TO 2000-BILL-STUDENT-PRINT
           END-IF

           PERFORM 2400-WRITE-INVOICE
               THRU 2400-WRITE-INVOICE-EXIT
           MOVE WS-NUMERO-FATURA TO WS-RD-FATURA.

       2000-BILL-STUDENT-PRINT.

           MOVE STU-ID          TO WS-RD-ALUNO
           MOVE STU-TURMA       TO WS-RD-TURMA
           MOVE WS-RESPONSAVEL  TO WS-RD-RESPONSAVEL
           MOVE WS-VALOR-TABELA TO WS-RD-TABELA
           MOVE WS-PERC-BOLSA   TO WS-RD-PERC
           MOVE WS-VALOR-BOLSA  TO WS-RD-BOLSA
           MOVE WS-VALOR-IRMAO  TO WS-RD-IRMAO
           MOVE WS-VALOR-FINAL  TO WS-RD-FINAL
           MOVE WS-OCORRENCIA   TO WS-RD-OCORRENCIA
           WRITE TUITION-REPORT-LINE FROM WS-RPT-DETALHE.

       2000-BILL-STUDENT-NEXT.

           PERFORM 8000-READ-STUDENT
               THRU 8000-READ-STUDENT-EXIT.

       2000-BILL-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-PRICE -- THE STUDENT'S TURMA FIRST, THEN THE GRADE
      * LEVEL
      ******************************************************************
       2100-FIND-PRICE.

           MOVE 'N' TO WS-TAB-ACHOU

           IF WS-TAB-COUNT = ZEROS
               GO TO 2100-FIND-PRICE-EXIT
           END-IF

           SET WS-TAB-IDX TO 1
           SEARCH WS-TAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAB-IDX > WS-TAB-COUNT
                   CONTINUE
               WHEN WS-TAB-TURMA(WS-TAB-IDX) = STU-TURMA
                   MOVE 'S' TO WS-TAB-ACHOU
                   MOVE WS-TAB-VALOR(WS-TAB-IDX) TO WS-VALOR-TABELA
           END-SEARCH

           IF WS-TAB-ENCONTROU
               GO TO 2100-FIND-PRICE-EXIT
           END-IF

           MOVE STU-TURMA(1:1) TO WS-CS-NIVEL
           SET WS-TAB-IDX TO 1
           SEARCH WS-TAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAB-IDX > WS-TAB-COUNT
                   CONTINUE
               WHEN WS-TAB-TURMA(WS-TAB-IDX) = WS-CHAVE-SERIE
                   MOVE 'S' TO WS-TAB-ACHOU
                   MOVE WS-TAB-VALOR(WS-TAB-IDX) TO WS-VALOR-TABELA
           END-SEARCH.

       2100-FIND-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-SCHOLARSHIP -- THE RESPONSIBLE PARTY (THE STUDENT
      * WHEN NONE IS NAMED) AND THE SCHOLARSHIP STILL IN FORCE
      ******************************************************************
       2200-FIND-SCHOLARSHIP.

           MOVE 'N'    TO WS-BOL-ACHOU
           MOVE STU-ID TO WS-RESPONSAVEL

           IF WS-BOL-COUNT = ZEROS
               GO TO 2200-FIND-SCHOLARSHIP-EXIT
           END-IF

           SET WS-BOL-IDX TO 1
           SEARCH WS-BOL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BOL-IDX > WS-BOL-COUNT
                   CONTINUE
               WHEN WS-BOL-STU-ID(WS-BOL-IDX) = STU-ID
                   MOVE 'S' TO WS-BOL-ACHOU
           END-SEARCH

           IF NOT WS-BOL-ENCONTROU
               GO TO 2200-FIND-SCHOLARSHIP-EXIT
           END-IF

           IF WS-BOL-RESPONSAVEL(WS-BOL-IDX) NOT = SPACES
               MOVE WS-BOL-RESPONSAVEL(WS-BOL-IDX) TO WS-RESPONSAVEL
           END-IF

           IF WS-BOL-VALIDADE(WS-BOL-IDX) = ZEROS
               OR WS-BOL-VALIDADE(WS-BOL-IDX) NOT < WS-MES-REF
               MOVE WS-BOL-PERC(WS-BOL-IDX) TO WS-PERC-BOLSA
           END-IF.

       2200-FIND-SCHOLARSHIP-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CHECK-SIBLING -- HAS THIS RESPONSIBLE PARTY ALREADY BEEN
      * BILLED FOR ANOTHER STUDENT? A NEW ONE IS REMEMBERED
      ******************************************************************
       2300-CHECK-SIBLING.

           MOVE 'N' TO WS-RSP-ACHOU

           IF WS-RSP-COUNT > ZEROS
               SET WS-RSP-IDX TO 1
               SEARCH WS-RSP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RSP-IDX > WS-RSP-COUNT
                       CONTINUE
                   WHEN WS-RSP-ID(WS-RSP-IDX) = WS-RESPONSAVEL
                       MOVE 'S' TO WS-RSP-ACHOU
               END-SEARCH
           END-IF

           IF WS-RSP-ENCONTROU
               GO TO 2300-CHECK-SIBLING-EXIT
           END-IF

           IF WS-RSP-COUNT < 2000
               ADD 1 TO WS-RSP-COUNT
               SET WS-RSP-IDX TO WS-RSP-COUNT
               MOVE WS-RESPONSAVEL TO WS-RSP-ID(WS-RSP-IDX)
           ELSE
               DISPLAY 'TABELA DE RESPONSAVEIS CHEIA -- '
                   WS-RESPONSAVEL ' SEM DESCONTO DE IRMAOS'
           END-IF.

       2300-CHECK-SIBLING-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-INVOICE -- THE RESPONSIBLE PARTY'S NAME AND ADDRESS
      * FROM CUSTMAST; A STUDENT BILLED UNDER THE OWN ID, OR A
      * RESPONSIBLE PARTY NOT ON CUSTMAST, CARRIES THE STUDENT'S NAME
      ******************************************************************
       2400-WRITE-INVOICE.

           MOVE STU-ID TO WS-NF-ALUNO

           MOVE SPACES         TO AR-INVOICE-RECORD
           MOVE SPACES         TO CU-NOME
           MOVE SPACES         TO CU-ENDERECO
           MOVE WS-RESPONSAVEL TO CU-CUSTOMER-ID
           IF WS-CU-ABERTO AND WS-RESPONSAVEL NOT = STU-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-NOME
                       MOVE SPACES TO CU-ENDERECO
               END-READ
           END-IF
           IF CU-NOME = SPACES
               MOVE STU-NOME TO CU-NOME
           END-IF

           MOVE WS-NUMERO-FATURA   TO AI-INVOICE-ID
           MOVE WS-RESPONSAVEL     TO AI-CUSTOMER-ID
           MOVE CU-NOME            TO AI-CUSTOMER-NOME
           MOVE CU-ENDERECO        TO AI-CUSTOMER-ENDERECO
           MOVE WS-VALOR-FINAL     TO AI-VALOR
           MOVE ZEROS              TO AI-DIAS-ATRASO
           MOVE WS-MES-REF(5:2)    TO AI-PARCELA-SEQ
           MOVE WS-DATA-VENCIMENTO TO AI-DATA-VENCIMENTO
           PERFORM 8976-WRITE-AR-INVOICE
               THRU 8976-WRITE-AR-INVOICE-EXIT

           ADD 1 TO WS-QTDE-FATURAS
           ADD WS-VALOR-FINAL TO WS-TOT-FATURADO.

       2400-WRITE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE -- TOTALS, AND THE MONTH JOINS MENSCTL
      ******************************************************************
       3000-FINALIZE.

           CLOSE STUDENT-MASTER-FILE
           PERFORM 8977-WRITE-AR-TRAILER
               THRU 8977-WRITE-AR-TRAILER-EXIT
           CLOSE AR-INVOICE-FILE
           IF WS-CU-ABERTO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           OPEN EXTEND BILLED-MONTH-FILE
           IF WS-MC-STATUS NOT = '00'
               OPEN OUTPUT BILLED-MONTH-FILE
           END-IF
           MOVE WS-MES-REF TO MC-MES
           WRITE BILLED-MONTH-RECORD
           CLOSE BILLED-MONTH-FILE

           MOVE SPACES TO TUITION-REPORT-LINE
           WRITE TUITION-REPORT-LINE

           MOVE 'VALOR DE TABELA'          TO WS-RT-ROTULO
           MOVE WS-TOT-TABELA              TO WS-RT-VALOR
           WRITE TUITION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'BOLSAS CONCEDIDAS'        TO WS-RT-ROTULO
           MOVE WS-TOT-BOLSAS              TO WS-RT-VALOR
           WRITE TUITION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'DESCONTOS DE IRMAOS'      TO WS-RT-ROTULO
           MOVE WS-TOT-IRMAOS              TO WS-RT-VALOR
           WRITE TUITION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA
           MOVE 'FATURADO NO CONTAS A RECEBER' TO WS-RT-ROTULO
           MOVE WS-TOT-FATURADO            TO WS-RT-VALOR
           WRITE TUITION-REPORT-LINE FROM WS-RPT-TOTAL-LINHA

           CLOSE TUITION-REPORT-FILE

           DISPLAY 'ALUNOS LIDOS:          ' WS-QTDE-LIDOS
           DISPLAY 'FATURAS EMITIDAS:      ' WS-QTDE-FATURAS
           DISPLAY 'BOLSAS INTEGRAIS:      ' WS-QTDE-INTEGRAIS
           DISPLAY 'TRANCADOS/BLOQUEADOS:  ' WS-QTDE-FORA
           DISPLAY 'SEM PRECO NA TABELA:   ' WS-QTDE-SEM-PRECO
           DISPLAY 'TOTAL FATURADO:     R$ ' WS-TOT-FATURADO

           MOVE 'MENSALID'          TO CT-PROGRAM-ID
           MOVE 'FATURAS'           TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-FATURAS     TO CT-TOTAL-1-VALOR
           MOVE 'BOLSAS+IRMAOS'     TO CT-TOTAL-2-LABEL
           COMPUTE CT-TOTAL-2-VALOR = WS-TOT-BOLSAS + WS-TOT-IRMAOS
           MOVE 'FATURADO'          TO CT-TOTAL-3-LABEL
           MOVE WS-TOT-FATURADO     TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-SEM-PRECO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-STUDENT
      ******************************************************************
       8000-READ-STUDENT.

           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SM-EOF-SWITCH
           END-READ.

       8000-READ-STUDENT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-TUITION-TABLE
      ******************************************************************
       8100-READ-TUITION-TABLE.

           READ TUITION-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-MT-EOF-SWITCH
           END-READ.

       8100-READ-TUITION-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-SCHOLARSHIP
      ******************************************************************
       8200-READ-SCHOLARSHIP.

           READ SCHOLARSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-BO-EOF-SWITCH
           END-READ.

       8200-READ-SCHOLARSHIP-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-BILLED-MONTH -- A MATCH ON THE REFERENCE MONTH
      * REFUSES THE RUN
      ******************************************************************
       8300-READ-BILLED-MONTH.

           READ BILLED-MONTH-FILE
               AT END
                   MOVE 'Y' TO WS-MC-EOF-SWITCH
                   GO TO 8300-READ-BILLED-MONTH-EXIT
           END-READ

           IF MC-MES = WS-MES-REF
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       8300-READ-BILLED-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 8975-WRITE-AR-HEADER -- THE IFCTL HEADER OPENS THIS RUN'S
      * BATCH ON ARINVOIC
      ******************************************************************
       8975-WRITE-AR-HEADER.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 'A'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-RECORD FROM IC-REGISTRO.

       8975-WRITE-AR-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 8976-WRITE-AR-INVOICE -- WRITE ONE INVOICE AND COUNT IT INTO
      * THE BATCH'S TRAILER TOTALS
      ******************************************************************
       8976-WRITE-AR-INVOICE.

           WRITE AR-INVOICE-RECORD

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE AI-VALOR      TO IC-VALOR
           MOVE 'G'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       8976-WRITE-AR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8977-WRITE-AR-TRAILER -- THE IFCTL TRAILER CLOSES THE BATCH
      * WITH ITS RECORD COUNT AND AMOUNT HASH
      ******************************************************************
       8977-WRITE-AR-TRAILER.

           MOVE 'ARINVOIC'    TO IC-ARQUIVO
           MOVE 'T'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           WRITE AR-INVOICE-RECORD FROM IC-REGISTRO.

       8977-WRITE-AR-TRAILER-EXIT.
           EXIT.
