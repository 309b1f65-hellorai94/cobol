      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: ANNUAL PROPERTY-TAX (IPTU) ASSESSMENT FROM THE
      * SURVEYED PARCEL AREAS. TRIANGULOS MEASURES EACH PARCEL AND
      * BILLS THE SURVEY FEE; THIS RUN TAKES THE SAME AREAS FROM ITS
      * PARCAREA EXTRACT, LINKS EACH PARCEL TO ITS OWNER (CPF) AND
      * VALUATION ZONE THROUGH PARCPROP, VALUES IT AT THE ZONE'S
      * IPTUZONA VALUE PER SQUARE METER, APPLIES THE ZONE'S
      * EXEMPTION THRESHOLDS (ASSESSED VALUE OR AREA AT OR BELOW THE
      * LIMIT) AND THE ZONE RATE. IT PRINTS THE IPTUROL ASSESSMENT
      * ROLL, ONE IPTUCARN PAYMENT BOOKLET PER OWNER (THE YEAR'S TAX
      * IN MONTHLY INSTALLMENTS, OR THE SINGLE PAYMENT WITH ITS
      * DISCOUNT) AND THE IPTUZRES ZONE SUMMARY OF ASSESSED VALUE
      * AND EXPECTED REVENUE. A PARCEL WITH IMPOSSIBLE TRIANGLES
      * STILL TO BE RE-MEASURED, NO OWNER, AN UNKNOWN ZONE OR AN
      * INVALID OWNER CPF IS NOT ASSESSED AND IS LISTED ON THE ROLL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPTULANC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCEL-AREA-FILE ASSIGN TO "PARCAREA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT VALUATION-ZONE-FILE ASSIGN TO "IPTUZONA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZN-STATUS.

           SELECT PARCEL-OWNER-FILE ASSIGN TO "PARCPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT IPTU-PARM-FILE ASSIGN TO "IPTUPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.

           SELECT ASSESSMENT-ROLL-FILE ASSIGN TO "IPTUROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

           SELECT BOOKLET-FILE ASSIGN TO "IPTUCARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT ZONE-SUMMARY-FILE ASSIGN TO "IPTUZRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      * PARCEL-AREA-FILE -- FROM TRIANGULOS, ONE LINE PER PARCEL
      *-----------------------------------------------------------------
       FD  PARCEL-AREA-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  PARCEL-AREA-RECORD.
           05  PA-PARCEL-ID            PIC X(06).
           05  PA-AREA-M2              PIC 9(11)V99.
           05  PA-QTDE-INVALIDAS       PIC 9(03).

      *-----------------------------------------------------------------
      * VALUATION-ZONE-FILE -- VALUE PER SQUARE METER, TAX RATE IN
      * PERCENT OF THE ASSESSED VALUE, AND THE EXEMPTION THRESHOLDS
      * (ZERO MEANS NO EXEMPTION BY THAT TEST)
      *-----------------------------------------------------------------
       FD  VALUATION-ZONE-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  VALUATION-ZONE-RECORD.
           05  ZN-ZONA                 PIC X(04).
           05  ZN-VALOR-M2             PIC 9(05)V99.
           05  ZN-ALIQUOTA             PIC 9(02)V99.
           05  ZN-ISENCAO-VALOR        PIC 9(09)V99.
           05  ZN-ISENCAO-AREA         PIC 9(05)V99.

       FD  PARCEL-OWNER-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  PARCEL-OWNER-RECORD.
           05  PO-PARCEL-ID            PIC X(06).
           05  PO-CPF                  PIC X(11).
           05  PO-NOME                 PIC X(25).
           05  PO-ZONA                 PIC X(04).

      *-----------------------------------------------------------------
      * IPTU-PARM-FILE -- TAX YEAR, NUMBER OF MONTHLY INSTALLMENTS,
      * SINGLE-PAYMENT DISCOUNT (PERCENT), MONTH OF THE FIRST
      * INSTALLMENT AND DUE DAY. ZERO OR MISSING TAKES THE DEFAULT
      *-----------------------------------------------------------------
       FD  IPTU-PARM-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  IPTU-PARM-RECORD.
           05  IP-EXERCICIO            PIC 9(04).
           05  IP-QTDE-PARCELAS        PIC 9(02).
           05  IP-DESCONTO-UNICA       PIC 9(02)V99.
           05  IP-MES-INICIAL          PIC 9(02).
           05  IP-DIA-VENCIMENTO       PIC 9(02).

       FD  ASSESSMENT-ROLL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ASSESSMENT-ROLL-LINE        PIC X(80).

       FD  BOOKLET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BOOKLET-LINE                PIC X(80).

       FD  ZONE-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ZONE-SUMMARY-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-PA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ZN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-IP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ZR-STATUS            PIC X(02) VALUE SPACES.

       77  WS-PA-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PA-END-OF-FILE            VALUE 'Y'.
       77  WS-ZN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ZN-END-OF-FILE            VALUE 'Y'.
       77  WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PO-END-OF-FILE            VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA         VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN PARAMETERS WITH THEIR DEFAULTS
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-EXERCICIO            PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-PARCELAS        PIC 9(02) VALUE 10.
       77  WS-DESCONTO-UNICA       PIC 9(02)V99 VALUE 10.00.
       77  WS-MES-INICIAL          PIC 9(02) VALUE 02.
       77  WS-DIA-VENCIMENTO       PIC 9(02) VALUE 10.

      *-----------------------------------------------------------------
      * VALUATION ZONES, WITH THE ZONE SUMMARY ACCUMULATED ALONGSIDE
      *-----------------------------------------------------------------
       01  WS-ZNT-TABLE.
           05  WS-ZNT-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-ZNT-IDX.
               10  WS-ZNT-ZONA         PIC X(04).
               10  WS-ZNT-VALOR-M2     PIC 9(05)V99.
               10  WS-ZNT-ALIQUOTA     PIC 9(02)V99.
               10  WS-ZNT-ISEN-VALOR   PIC 9(09)V99.
               10  WS-ZNT-ISEN-AREA    PIC 9(05)V99.
               10  WS-ZNT-QTDE         PIC 9(05).
               10  WS-ZNT-ISENTAS      PIC 9(05).
               10  WS-ZNT-AREA         PIC 9(11)V99.
               10  WS-ZNT-VENAL        PIC 9(13)V99.
               10  WS-ZNT-IMPOSTO      PIC 9(11)V99.

       77  WS-ZNT-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ZNT-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ZNT-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ZNT-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * PARCEL OWNERS FROM PARCPROP; WS-PRP-MEDIDA MARKS THE PARCELS
      * PARCAREA BROUGHT, SO AN UNSURVEYED ONE CAN BE LISTED
      *-----------------------------------------------------------------
       01  WS-PRP-TABLE.
           05  WS-PRP-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-PRP-IDX.
               10  WS-PRP-PARCEL       PIC X(06).
               10  WS-PRP-CPF          PIC X(11).
               10  WS-PRP-NOME         PIC X(25).
               10  WS-PRP-ZONA         PIC X(04).
               10  WS-PRP-MEDIDA       PIC X(01).

       77  WS-PRP-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-PRP-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-PRP-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-PRP-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * TAXED PARCELS, FOR THE OWNER'S BOOKLET
      *-----------------------------------------------------------------
       01  WS-LAN-TABLE.
           05  WS-LAN-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-LAN-IDX.
               10  WS-LAN-PARCEL       PIC X(06).
               10  WS-LAN-CPF          PIC X(11).
               10  WS-LAN-ZONA         PIC X(04).
               10  WS-LAN-VENAL        PIC 9(11)V99.
               10  WS-LAN-IMPOSTO      PIC 9(09)V99.

       77  WS-LAN-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-LAN-SUB              PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * OWNERS WITH TAX TO PAY -- ONE BOOKLET EACH
      *-----------------------------------------------------------------
       01  WS-DON-TABLE.
           05  WS-DON-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DON-IDX.
               10  WS-DON-CPF          PIC X(11).
               10  WS-DON-NOME         PIC X(25).
               10  WS-DON-IMPOSTO      PIC 9(11)V99.

       77  WS-DON-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-DON-SUB              PIC 9(04) VALUE ZEROS.
       77  WS-DON-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-DON-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * ONE PARCEL'S ASSESSMENT
      *-----------------------------------------------------------------
       77  WS-VALOR-VENAL          PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMPOSTO              PIC 9(09)V99 VALUE ZEROS.
       77  WS-ISENTA-SW            PIC X(01) VALUE 'N'.
           88  WS-PARCELA-ISENTA            VALUE 'S'.
       77  WS-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
       77  WS-PARCEL-CHAVE         PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * ONE OWNER'S BOOKLET
      *-----------------------------------------------------------------
       77  WS-VALOR-COTA           PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-PRIMEIRA       PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-UNICA          PIC 9(09)V99 VALUE ZEROS.
       77  WS-PARCELA-NUM          PIC 9(02) VALUE ZEROS.
       77  WS-PARCELAS-RESTO       PIC 9(02) VALUE ZEROS.
       77  WS-PAGINA-ROL           PIC 9(04) VALUE ZEROS.
       77  WS-PAGINA-CARNE         PIC 9(04) VALUE ZEROS.

       01  WS-VENCIMENTO           PIC 9(08) VALUE ZEROS.
       01  WS-VENCIMENTO-R REDEFINES WS-VENCIMENTO.
           05  WS-VC-ANO           PIC 9(04).
           05  WS-VC-MES           PIC 9(02).
           05  WS-VC-DIA           PIC 9(02).

       01  WS-DATA-EDITADA.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

      *-----------------------------------------------------------------
      * RUN TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-LIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-LANCADAS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ISENTAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RETIDAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CARNES          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-AREA           PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-VENAL          PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-IMPOSTO        PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-ROL-CABECALHO.
           05  FILLER              PIC X(08) VALUE 'PARCELA'.
           05  FILLER              PIC X(13) VALUE 'CPF'.
           05  FILLER              PIC X(06) VALUE 'ZONA'.
           05  FILLER              PIC X(14) VALUE '     AREA M2'.
           05  FILLER              PIC X(18) VALUE '     VALOR VENAL'.
           05  FILLER              PIC X(11) VALUE '   IMPOSTO'.
           05  FILLER              PIC X(10) VALUE ' SITUACAO'.

       01  WS-ROL-DETALHE.
           05  WS-RD-PARCEL        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-CPF           PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-ZONA          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-AREA          PIC Z(08)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-VENAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RD-IMPOSTO       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-SITUACAO      PIC X(09).

       01  WS-ROL-RETIDA.
           05  WS-RR-PARCEL        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RR-ROTULO        PIC X(18).
           05  WS-RR-MOTIVO        PIC X(30).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-CARNE-PARCELA.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-CP-ROTULO        PIC X(10).
           05  WS-CP-NUMERO        PIC Z9.
           05  WS-CP-BARRA         PIC X(01).
           05  WS-CP-TOTAL         PIC Z9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CP-VENC-ROTULO   PIC X(11).
           05  WS-CP-VENCIMENTO    PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-CP-VALOR         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-CARNE-TOTAL.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-CT-ROTULO        PIC X(42).
           05  WS-CT-VALOR         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-CARNE-IMOVEL.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-CI-ROTULO        PIC X(08).
           05  WS-CI-PARCEL        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CI-ZONA-ROTULO   PIC X(05).
           05  WS-CI-ZONA          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CI-VENAL-ROTULO  PIC X(06).
           05  WS-CI-VENAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-CI-IMPOSTO       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-ZRES-CABECALHO.
           05  FILLER              PIC X(06) VALUE 'ZONA'.
           05  FILLER              PIC X(07) VALUE ' PARC.'.
           05  FILLER              PIC X(07) VALUE ' ISEN.'.
           05  FILLER              PIC X(15) VALUE '       AREA M2'.
           05  FILLER              PIC X(22) VALUE
               '      VALOR VENAL'.
           05  FILLER              PIC X(23) VALUE
               '   RECEITA PREVISTA'.

       01  WS-ZRES-DETALHE.
           05  WS-ZD-ZONA          PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ZD-QTDE          PIC Z(05)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ZD-ISENTAS       PIC Z(05)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ZD-AREA          PIC Z(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ZD-VENAL         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ZD-IMPOSTO       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CPFLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'IPTULANC' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-ASSESS-PARCEL
                   THRU 2000-ASSESS-PARCEL-EXIT
                   UNTIL WS-PA-END-OF-FILE
                      OR WS-EXECUCAO-ABORTADA
           END-IF

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 3000-LIST-UNSURVEYED
                   THRU 3000-LIST-UNSURVEYED-EXIT
                   VARYING WS-PRP-SUB FROM 1 BY 1
                   UNTIL WS-PRP-SUB > WS-PRP-COUNT
               PERFORM 4000-PRINT-BOOKLET
                   THRU 4000-PRINT-BOOKLET-EXIT
                   VARYING WS-DON-SUB FROM 1 BY 1
                   UNTIL WS-DON-SUB > WS-DON-COUNT
               PERFORM 5000-PRINT-ZONE-SUMMARY
                   THRU 5000-PRINT-ZONE-SUMMARY-EXIT
           END-IF

           PERFORM 6000-FINALIZE
               THRU 6000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PARAMETERS, ZONES AND OWNERS; THE AREAS,
      * THE ZONES AND THE OWNERS ARE ALL REQUIRED
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:4) TO WS-EXERCICIO

           MOVE SPACES TO WS-ZNT-TABLE
           MOVE SPACES TO WS-PRP-TABLE
           MOVE SPACES TO WS-LAN-TABLE
           MOVE SPACES TO WS-DON-TABLE

           PERFORM 1100-READ-PARAMETERS
               THRU 1100-READ-PARAMETERS-EXIT
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT VALUATION-ZONE-FILE
           IF WS-ZN-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO IPTUZONA -- SEM PLANTA '
                   'DE VALORES NAO HA LANCAMENTO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8100-READ-ZONE
               THRU 8100-READ-ZONE-EXIT
           PERFORM 1200-STORE-ZONE
               THRU 1200-STORE-ZONE-EXIT
               UNTIL WS-ZN-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE VALUATION-ZONE-FILE
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT PARCEL-OWNER-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO PARCPROP -- PARCELAS SEM '
                   'PROPRIETARIO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 8200-READ-OWNER
               THRU 8200-READ-OWNER-EXIT
           PERFORM 1300-STORE-OWNER
               THRU 1300-STORE-OWNER-EXIT
               UNTIL WS-PO-END-OF-FILE
                  OR WS-EXECUCAO-ABORTADA
           CLOSE PARCEL-OWNER-FILE
           IF WS-EXECUCAO-ABORTADA
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT PARCEL-AREA-FILE
           IF WS-PA-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO PARCAREA -- RODE O '
                   'TRIANGULOS PRIMEIRO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN OUTPUT ASSESSMENT-ROLL-FILE
           OPEN OUTPUT BOOKLET-FILE
           OPEN OUTPUT ZONE-SUMMARY-FILE

           ADD 1 TO WS-PAGINA-ROL
           MOVE 'IPTULANC'    TO RH-PROGRAM-ID
           MOVE WS-PAGINA-ROL TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ASSESSMENT-ROLL-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO ASSESSMENT-ROLL-LINE
           STRING 'CADASTRO DE LANCAMENTO DO IPTU - EXERCICIO '
               WS-EXERCICIO
               DELIMITED BY SIZE INTO ASSESSMENT-ROLL-LINE
           WRITE ASSESSMENT-ROLL-LINE
           MOVE SPACES TO ASSESSMENT-ROLL-LINE
           WRITE ASSESSMENT-ROLL-LINE
           WRITE ASSESSMENT-ROLL-LINE FROM WS-ROL-CABECALHO

           PERFORM 8000-READ-AREA
               THRU 8000-READ-AREA-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-PARAMETERS -- INSTALLMENTS MUST FALL DUE WITHIN THE
      * TAX YEAR
      ******************************************************************
       1100-READ-PARAMETERS.

           OPEN INPUT IPTU-PARM-FILE
           IF WS-IP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO IPTUPARM -- EXERCICIO '
                   WS-EXERCICIO ' COM PARAMETROS PADRAO'
               GO TO 1100-READ-PARAMETERS-CHECK
           END-IF

           READ IPTU-PARM-FILE
               AT END
                   CLOSE IPTU-PARM-FILE
                   GO TO 1100-READ-PARAMETERS-CHECK
           END-READ
           CLOSE IPTU-PARM-FILE

           IF IP-EXERCICIO IS NUMERIC AND IP-EXERCICIO > ZEROS
               MOVE IP-EXERCICIO TO WS-EXERCICIO
           END-IF
           IF IP-QTDE-PARCELAS IS NUMERIC AND IP-QTDE-PARCELAS > ZEROS
               MOVE IP-QTDE-PARCELAS TO WS-QTDE-PARCELAS
           END-IF
           IF IP-DESCONTO-UNICA IS NUMERIC
               AND IP-DESCONTO-UNICA > ZEROS
               MOVE IP-DESCONTO-UNICA TO WS-DESCONTO-UNICA
           END-IF
           IF IP-MES-INICIAL IS NUMERIC AND IP-MES-INICIAL > ZEROS
               MOVE IP-MES-INICIAL TO WS-MES-INICIAL
           END-IF
           IF IP-DIA-VENCIMENTO IS NUMERIC
               AND IP-DIA-VENCIMENTO > ZEROS
               MOVE IP-DIA-VENCIMENTO TO WS-DIA-VENCIMENTO
           END-IF.

       1100-READ-PARAMETERS-CHECK.

      *    DAY 28 AT MOST, SO EVERY MONTH HAS THE DUE DATE
           IF WS-MES-INICIAL > 12
               OR WS-DIA-VENCIMENTO > 28
               OR WS-MES-INICIAL + WS-QTDE-PARCELAS - 1 > 12
               OR WS-DESCONTO-UNICA NOT < 100
               DISPLAY 'ERRO - IPTUPARM INVALIDO -- MES ' WS-MES-INICIAL
                   ' PARCELAS ' WS-QTDE-PARCELAS ' DIA '
                   WS-DIA-VENCIMENTO ' DESCONTO ' WS-DESCONTO-UNICA
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1100-READ-PARAMETERS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-ZONE
      ******************************************************************
       1200-STORE-ZONE.

           IF WS-ZNT-COUNT NOT < 50
               DISPLAY 'ERRO - TABELA DE ZONAS CHEIA -- ZONA '
                   ZN-ZONA ' FORA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1200-STORE-ZONE-EXIT
           END-IF

           IF ZN-VALOR-M2 NOT NUMERIC
               OR ZN-ALIQUOTA NOT NUMERIC
               OR ZN-ISENCAO-VALOR NOT NUMERIC
               OR ZN-ISENCAO-AREA NOT NUMERIC
               DISPLAY 'AVISO - IPTUZONA INVALIDO -- ZONA ' ZN-ZONA
                   ' IGNORADA'
               GO TO 1200-STORE-ZONE-NEXT
           END-IF

           ADD 1 TO WS-ZNT-COUNT
           SET WS-ZNT-IDX TO WS-ZNT-COUNT
           MOVE ZN-ZONA          TO WS-ZNT-ZONA(WS-ZNT-IDX)
           MOVE ZN-VALOR-M2      TO WS-ZNT-VALOR-M2(WS-ZNT-IDX)
           MOVE ZN-ALIQUOTA      TO WS-ZNT-ALIQUOTA(WS-ZNT-IDX)
           MOVE ZN-ISENCAO-VALOR TO WS-ZNT-ISEN-VALOR(WS-ZNT-IDX)
           MOVE ZN-ISENCAO-AREA  TO WS-ZNT-ISEN-AREA(WS-ZNT-IDX)
           MOVE ZEROS TO WS-ZNT-QTDE(WS-ZNT-IDX)
           MOVE ZEROS TO WS-ZNT-ISENTAS(WS-ZNT-IDX)
           MOVE ZEROS TO WS-ZNT-AREA(WS-ZNT-IDX)
           MOVE ZEROS TO WS-ZNT-VENAL(WS-ZNT-IDX)
           MOVE ZEROS TO WS-ZNT-IMPOSTO(WS-ZNT-IDX).

       1200-STORE-ZONE-NEXT.

           PERFORM 8100-READ-ZONE
               THRU 8100-READ-ZONE-EXIT.

       1200-STORE-ZONE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-STORE-OWNER -- THE FIRST LINE FOR A PARCEL WINS
      ******************************************************************
       1300-STORE-OWNER.

           MOVE PO-PARCEL-ID TO WS-PARCEL-CHAVE
           PERFORM 7100-FIND-OWNER
               THRU 7100-FIND-OWNER-EXIT
           IF WS-PRP-ENCONTROU
               DISPLAY 'AVISO - PARCELA ' PO-PARCEL-ID
                   ' DUPLICADA NO PARCPROP -- LINHA IGNORADA'
               GO TO 1300-STORE-OWNER-NEXT
           END-IF

           IF WS-PRP-COUNT NOT < 1000
               DISPLAY 'ERRO - TABELA DE PROPRIETARIOS CHEIA -- '
                   'PARCELA ' PO-PARCEL-ID ' FORA'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1300-STORE-OWNER-EXIT
           END-IF

           ADD 1 TO WS-PRP-COUNT
           SET WS-PRP-IDX TO WS-PRP-COUNT
           MOVE PO-PARCEL-ID TO WS-PRP-PARCEL(WS-PRP-IDX)
           MOVE PO-CPF       TO WS-PRP-CPF(WS-PRP-IDX)
           MOVE PO-NOME      TO WS-PRP-NOME(WS-PRP-IDX)
           MOVE PO-ZONA      TO WS-PRP-ZONA(WS-PRP-IDX)
           MOVE 'N'          TO WS-PRP-MEDIDA(WS-PRP-IDX).

       1300-STORE-OWNER-NEXT.

           PERFORM 8200-READ-OWNER
               THRU 8200-READ-OWNER-EXIT.

       1300-STORE-OWNER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ASSESS-PARCEL -- VALUE, EXEMPTION AND TAX FOR ONE
      * SURVEYED PARCEL
      ******************************************************************
       2000-ASSESS-PARCEL.

           ADD 1 TO WS-QTDE-LIDAS

           MOVE PA-PARCEL-ID TO WS-PARCEL-CHAVE
           PERFORM 7100-FIND-OWNER
               THRU 7100-FIND-OWNER-EXIT
           IF NOT WS-PRP-ENCONTROU
               MOVE 'SEM PROPRIETARIO NO PARCPROP'
                   TO WS-MOTIVO-RETENCAO
               PERFORM 2900-HOLD-PARCEL
                   THRU 2900-HOLD-PARCEL-EXIT
               GO TO 2000-ASSESS-PARCEL-NEXT
           END-IF
           MOVE 'S' TO WS-PRP-MEDIDA(WS-PRP-IDX)

           IF PA-AREA-M2 NOT NUMERIC
               OR PA-QTDE-INVALIDAS NOT NUMERIC
               MOVE 'AREA INVALIDA NO PARCAREA' TO WS-MOTIVO-RETENCAO
               PERFORM 2900-HOLD-PARCEL
                   THRU 2900-HOLD-PARCEL-EXIT
               GO TO 2000-ASSESS-PARCEL-NEXT
           END-IF

      *    AN AREA MISSING IMPOSSIBLE TRIANGLES WOULD UNDER-ASSESS
           IF PA-QTDE-INVALIDAS > ZEROS
               MOVE 'MEDICOES A REFAZER' TO WS-MOTIVO-RETENCAO
               PERFORM 2900-HOLD-PARCEL
                   THRU 2900-HOLD-PARCEL-EXIT
               GO TO 2000-ASSESS-PARCEL-NEXT
           END-IF

           PERFORM 7000-FIND-ZONE
               THRU 7000-FIND-ZONE-EXIT
           IF NOT WS-ZNT-ENCONTROU
               MOVE 'ZONA FORA DA PLANTA DE VALORES'
                   TO WS-MOTIVO-RETENCAO
               PERFORM 2900-HOLD-PARCEL
                   THRU 2900-HOLD-PARCEL-EXIT
               GO TO 2000-ASSESS-PARCEL-NEXT
           END-IF

           MOVE WS-PRP-CPF(WS-PRP-IDX) TO CPF-NUMERO
           CALL 'CPFCHECK' USING CPFCHK-PARMS
           IF CPF-DIGITO-INVALIDO
               MOVE 'CPF DO PROPRIETARIO INVALIDO'
                   TO WS-MOTIVO-RETENCAO
               PERFORM 2900-HOLD-PARCEL
                   THRU 2900-HOLD-PARCEL-EXIT
               GO TO 2000-ASSESS-PARCEL-NEXT
           END-IF

           COMPUTE WS-VALOR-VENAL ROUNDED =
               PA-AREA-M2 * WS-ZNT-VALOR-M2(WS-ZNT-IDX)
               ON SIZE ERROR
                   MOVE 'VALOR VENAL ACIMA DO CAMPO'
                       TO WS-MOTIVO-RETENCAO
                   PERFORM 2900-HOLD-PARCEL
                       THRU 2900-HOLD-PARCEL-EXIT
                   GO TO 2000-ASSESS-PARCEL-NEXT
           END-COMPUTE

           MOVE 'N' TO WS-ISENTA-SW
           IF WS-ZNT-ISEN-VALOR(WS-ZNT-IDX) > ZEROS
               AND WS-VALOR-VENAL NOT > WS-ZNT-ISEN-VALOR(WS-ZNT-IDX)
               MOVE 'S' TO WS-ISENTA-SW
           END-IF
           IF WS-ZNT-ISEN-AREA(WS-ZNT-IDX) > ZEROS
               AND PA-AREA-M2 NOT > WS-ZNT-ISEN-AREA(WS-ZNT-IDX)
               MOVE 'S' TO WS-ISENTA-SW
           END-IF

           IF WS-PARCELA-ISENTA
               MOVE ZEROS TO WS-IMPOSTO
           ELSE
               COMPUTE WS-IMPOSTO ROUNDED =
                   WS-VALOR-VENAL * WS-ZNT-ALIQUOTA(WS-ZNT-IDX) / 100
           END-IF

           PERFORM 2100-POST-ASSESSMENT
               THRU 2100-POST-ASSESSMENT-EXIT.

       2000-ASSESS-PARCEL-NEXT.

           PERFORM 8000-READ-AREA
               THRU 8000-READ-AREA-EXIT.

       2000-ASSESS-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 2100-POST-ASSESSMENT -- ROLL LINE, ZONE TOTALS, AND THE TAX
      * ONTO THE OWNER'S BOOKLET
      ******************************************************************
       2100-POST-ASSESSMENT.

           MOVE SPACES TO WS-ROL-DETALHE
           MOVE PA-PARCEL-ID           TO WS-RD-PARCEL
           MOVE WS-PRP-CPF(WS-PRP-IDX) TO WS-RD-CPF
           MOVE WS-PRP-ZONA(WS-PRP-IDX) TO WS-RD-ZONA
           MOVE PA-AREA-M2             TO WS-RD-AREA
           MOVE WS-VALOR-VENAL         TO WS-RD-VENAL
           MOVE WS-IMPOSTO             TO WS-RD-IMPOSTO
           IF WS-PARCELA-ISENTA
               MOVE 'ISENTA'   TO WS-RD-SITUACAO
           ELSE
               MOVE 'LANCADA'  TO WS-RD-SITUACAO
           END-IF
           WRITE ASSESSMENT-ROLL-LINE FROM WS-ROL-DETALHE

           ADD 1              TO WS-ZNT-QTDE(WS-ZNT-IDX)
           ADD PA-AREA-M2     TO WS-ZNT-AREA(WS-ZNT-IDX)
           ADD WS-VALOR-VENAL TO WS-ZNT-VENAL(WS-ZNT-IDX)
           ADD WS-IMPOSTO     TO WS-ZNT-IMPOSTO(WS-ZNT-IDX)
           ADD 1              TO WS-QTDE-LANCADAS
           ADD PA-AREA-M2     TO WS-TOTAL-AREA
           ADD WS-VALOR-VENAL TO WS-TOTAL-VENAL
           ADD WS-IMPOSTO     TO WS-TOTAL-IMPOSTO

           IF WS-PARCELA-ISENTA
               ADD 1 TO WS-ZNT-ISENTAS(WS-ZNT-IDX)
               ADD 1 TO WS-QTDE-ISENTAS
               GO TO 2100-POST-ASSESSMENT-EXIT
           END-IF

           IF WS-IMPOSTO = ZEROS
               GO TO 2100-POST-ASSESSMENT-EXIT
           END-IF

      *    THE OWNER TABLE IS AS LARGE AS THE PARCEL TABLE AND EACH
      *    TAXED PARCEL ADDS AT MOST ONE ENTRY TO EITHER
           ADD 1 TO WS-LAN-COUNT
           SET WS-LAN-IDX TO WS-LAN-COUNT
           MOVE PA-PARCEL-ID            TO WS-LAN-PARCEL(WS-LAN-IDX)
           MOVE WS-PRP-CPF(WS-PRP-IDX)  TO WS-LAN-CPF(WS-LAN-IDX)
           MOVE WS-PRP-ZONA(WS-PRP-IDX) TO WS-LAN-ZONA(WS-LAN-IDX)
           MOVE WS-VALOR-VENAL          TO WS-LAN-VENAL(WS-LAN-IDX)
           MOVE WS-IMPOSTO              TO WS-LAN-IMPOSTO(WS-LAN-IDX)

           PERFORM 7200-FIND-TAXPAYER
               THRU 7200-FIND-TAXPAYER-EXIT
           IF NOT WS-DON-ENCONTROU
               ADD 1 TO WS-DON-COUNT
               SET WS-DON-IDX TO WS-DON-COUNT
               MOVE WS-PRP-CPF(WS-PRP-IDX)  TO WS-DON-CPF(WS-DON-IDX)
               MOVE WS-PRP-NOME(WS-PRP-IDX) TO WS-DON-NOME(WS-DON-IDX)
               MOVE ZEROS TO WS-DON-IMPOSTO(WS-DON-IDX)
           END-IF
           ADD WS-IMPOSTO TO WS-DON-IMPOSTO(WS-DON-IDX).

       2100-POST-ASSESSMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2900-HOLD-PARCEL -- NOT ASSESSED, LISTED ON THE ROLL
      ******************************************************************
       2900-HOLD-PARCEL.

           ADD 1 TO WS-QTDE-RETIDAS

           MOVE SPACES TO WS-ROL-RETIDA
           MOVE WS-PARCEL-CHAVE     TO WS-RR-PARCEL
           MOVE 'NAO LANCADA   -  ' TO WS-RR-ROTULO
           MOVE WS-MOTIVO-RETENCAO  TO WS-RR-MOTIVO
           WRITE ASSESSMENT-ROLL-LINE FROM WS-ROL-RETIDA

           DISPLAY 'PARCELA ' WS-PARCEL-CHAVE ' NAO LANCADA - '
               WS-MOTIVO-RETENCAO.

       2900-HOLD-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-UNSURVEYED -- AN OWNED PARCEL TRIANGULOS NEVER
      * MEASURED CANNOT BE ASSESSED EITHER
      ******************************************************************
       3000-LIST-UNSURVEYED.

           SET WS-PRP-IDX TO WS-PRP-SUB

           IF WS-PRP-MEDIDA(WS-PRP-IDX) = 'S'
               GO TO 3000-LIST-UNSURVEYED-EXIT
           END-IF

           MOVE WS-PRP-PARCEL(WS-PRP-IDX) TO WS-PARCEL-CHAVE
           MOVE 'SEM MEDICAO NO PARCAREA' TO WS-MOTIVO-RETENCAO
           PERFORM 2900-HOLD-PARCEL
               THRU 2900-HOLD-PARCEL-EXIT.

       3000-LIST-UNSURVEYED-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-BOOKLET -- ONE PAGE PER OWNER: THE PARCELS, THE
      * SINGLE PAYMENT WITH ITS DISCOUNT, THEN THE INSTALLMENTS. THE
      * CENTS LEFT OVER FROM THE EVEN SPLIT GO ON THE FIRST ONE
      ******************************************************************
       4000-PRINT-BOOKLET.

           SET WS-DON-IDX TO WS-DON-SUB

           ADD 1 TO WS-PAGINA-CARNE
           ADD 1 TO WS-QTDE-CARNES
           MOVE 'IPTULANC'      TO RH-PROGRAM-ID
           MOVE WS-PAGINA-CARNE TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE BOOKLET-LINE FROM RH-HEADER-LINE

           MOVE SPACES TO BOOKLET-LINE
           STRING 'CARNE DO IPTU - EXERCICIO ' WS-EXERCICIO
               DELIMITED BY SIZE INTO BOOKLET-LINE
           WRITE BOOKLET-LINE
           MOVE SPACES TO BOOKLET-LINE
           STRING 'CONTRIBUINTE: ' WS-DON-NOME(WS-DON-IDX)
               '  CPF: ' WS-DON-CPF(WS-DON-IDX)
               DELIMITED BY SIZE INTO BOOKLET-LINE
           WRITE BOOKLET-LINE
           MOVE SPACES TO BOOKLET-LINE
           WRITE BOOKLET-LINE

           PERFORM 4100-PRINT-BOOKLET-PARCEL
               THRU 4100-PRINT-BOOKLET-PARCEL-EXIT
               VARYING WS-LAN-SUB FROM 1 BY 1
               UNTIL WS-LAN-SUB > WS-LAN-COUNT

           MOVE SPACES TO WS-CARNE-TOTAL
           MOVE 'TOTAL DO IMPOSTO'         TO WS-CT-ROTULO
           MOVE WS-DON-IMPOSTO(WS-DON-IDX) TO WS-CT-VALOR
           WRITE BOOKLET-LINE FROM WS-CARNE-TOTAL
           MOVE SPACES TO BOOKLET-LINE
           WRITE BOOKLET-LINE

           MOVE WS-EXERCICIO      TO WS-VC-ANO
           MOVE WS-MES-INICIAL    TO WS-VC-MES
           MOVE WS-DIA-VENCIMENTO TO WS-VC-DIA

           COMPUTE WS-VALOR-UNICA ROUNDED =
               WS-DON-IMPOSTO(WS-DON-IDX)
               * (100 - WS-DESCONTO-UNICA) / 100
           MOVE SPACES TO WS-CARNE-PARCELA
           MOVE 'COTA UNICA' TO WS-CP-ROTULO
           MOVE 'VENCIMENTO '  TO WS-CP-VENC-ROTULO
           PERFORM 4200-EDIT-DUE-DATE
               THRU 4200-EDIT-DUE-DATE-EXIT
           MOVE WS-VALOR-UNICA TO WS-CP-VALOR
           WRITE BOOKLET-LINE FROM WS-CARNE-PARCELA
           MOVE SPACES TO BOOKLET-LINE
           STRING '    (' WS-DESCONTO-UNICA(1:2) ','
               WS-DESCONTO-UNICA(3:2) '% DE DESCONTO SOBRE O TOTAL '
               'OU PAGAMENTO PARCELADO ABAIXO)'
               DELIMITED BY SIZE INTO BOOKLET-LINE
           WRITE BOOKLET-LINE
           MOVE SPACES TO BOOKLET-LINE
           WRITE BOOKLET-LINE

           COMPUTE WS-VALOR-COTA =
               WS-DON-IMPOSTO(WS-DON-IDX) / WS-QTDE-PARCELAS
           COMPUTE WS-PARCELAS-RESTO = WS-QTDE-PARCELAS - 1
           COMPUTE WS-VALOR-PRIMEIRA = WS-DON-IMPOSTO(WS-DON-IDX)
               - WS-VALOR-COTA * WS-PARCELAS-RESTO

           PERFORM 4300-PRINT-INSTALLMENT
               THRU 4300-PRINT-INSTALLMENT-EXIT
               VARYING WS-PARCELA-NUM FROM 1 BY 1
               UNTIL WS-PARCELA-NUM > WS-QTDE-PARCELAS.

       4000-PRINT-BOOKLET-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-BOOKLET-PARCEL
      ******************************************************************
       4100-PRINT-BOOKLET-PARCEL.

           SET WS-LAN-IDX TO WS-LAN-SUB

           IF WS-LAN-CPF(WS-LAN-IDX) NOT = WS-DON-CPF(WS-DON-IDX)
               GO TO 4100-PRINT-BOOKLET-PARCEL-EXIT
           END-IF

           MOVE SPACES TO WS-CARNE-IMOVEL
           MOVE 'IMOVEL  '               TO WS-CI-ROTULO
           MOVE WS-LAN-PARCEL(WS-LAN-IDX) TO WS-CI-PARCEL
           MOVE 'ZONA '                  TO WS-CI-ZONA-ROTULO
           MOVE WS-LAN-ZONA(WS-LAN-IDX)  TO WS-CI-ZONA
           MOVE 'VENAL '                 TO WS-CI-VENAL-ROTULO
           MOVE WS-LAN-VENAL(WS-LAN-IDX) TO WS-CI-VENAL
           MOVE WS-LAN-IMPOSTO(WS-LAN-IDX) TO WS-CI-IMPOSTO
           WRITE BOOKLET-LINE FROM WS-CARNE-IMOVEL.

       4100-PRINT-BOOKLET-PARCEL-EXIT.
           EXIT.

      ******************************************************************
      * 4200-EDIT-DUE-DATE -- WS-VENCIMENTO INTO WS-CP-VENCIMENTO
      ******************************************************************
       4200-EDIT-DUE-DATE.

           MOVE WS-VC-DIA TO WS-DE-DIA
           MOVE WS-VC-MES TO WS-DE-MES
           MOVE WS-VC-ANO TO WS-DE-ANO
           MOVE WS-DATA-EDITADA TO WS-CP-VENCIMENTO.

       4200-EDIT-DUE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-INSTALLMENT
      ******************************************************************
       4300-PRINT-INSTALLMENT.

           COMPUTE WS-VC-MES = WS-MES-INICIAL + WS-PARCELA-NUM - 1

           MOVE SPACES TO WS-CARNE-PARCELA
           MOVE 'PARCELA '       TO WS-CP-ROTULO
           MOVE WS-PARCELA-NUM   TO WS-CP-NUMERO
           MOVE '/'              TO WS-CP-BARRA
           MOVE WS-QTDE-PARCELAS TO WS-CP-TOTAL
           MOVE 'VENCIMENTO '    TO WS-CP-VENC-ROTULO
           PERFORM 4200-EDIT-DUE-DATE
               THRU 4200-EDIT-DUE-DATE-EXIT
           IF WS-PARCELA-NUM = 1
               MOVE WS-VALOR-PRIMEIRA TO WS-CP-VALOR
           ELSE
               MOVE WS-VALOR-COTA     TO WS-CP-VALOR
           END-IF
           WRITE BOOKLET-LINE FROM WS-CARNE-PARCELA.

       4300-PRINT-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-ZONE-SUMMARY -- ASSESSED VALUE AND EXPECTED
      * REVENUE PER VALUATION ZONE, THEN THE GRAND TOTAL
      ******************************************************************
       5000-PRINT-ZONE-SUMMARY.

           MOVE 'IPTULANC' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE ZONE-SUMMARY-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO ZONE-SUMMARY-LINE
           STRING 'RESUMO DO LANCAMENTO DO IPTU POR ZONA - EXERCICIO '
               WS-EXERCICIO
               DELIMITED BY SIZE INTO ZONE-SUMMARY-LINE
           WRITE ZONE-SUMMARY-LINE
           MOVE SPACES TO ZONE-SUMMARY-LINE
           WRITE ZONE-SUMMARY-LINE
           WRITE ZONE-SUMMARY-LINE FROM WS-ZRES-CABECALHO

           PERFORM 5100-PRINT-ONE-ZONE
               THRU 5100-PRINT-ONE-ZONE-EXIT
               VARYING WS-ZNT-SUB FROM 1 BY 1
               UNTIL WS-ZNT-SUB > WS-ZNT-COUNT

           MOVE SPACES TO ZONE-SUMMARY-LINE
           WRITE ZONE-SUMMARY-LINE
           MOVE SPACES TO WS-ZRES-DETALHE
           MOVE 'TOTAL'          TO WS-ZD-ZONA
           MOVE WS-QTDE-LANCADAS TO WS-ZD-QTDE
           MOVE WS-QTDE-ISENTAS  TO WS-ZD-ISENTAS
           MOVE WS-TOTAL-AREA    TO WS-ZD-AREA
           MOVE WS-TOTAL-VENAL   TO WS-ZD-VENAL
           MOVE WS-TOTAL-IMPOSTO TO WS-ZD-IMPOSTO
           WRITE ZONE-SUMMARY-LINE FROM WS-ZRES-DETALHE.

       5000-PRINT-ZONE-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PRINT-ONE-ZONE
      ******************************************************************
       5100-PRINT-ONE-ZONE.

           SET WS-ZNT-IDX TO WS-ZNT-SUB

           MOVE SPACES TO WS-ZRES-DETALHE
           MOVE WS-ZNT-ZONA(WS-ZNT-IDX)    TO WS-ZD-ZONA
           MOVE WS-ZNT-QTDE(WS-ZNT-IDX)    TO WS-ZD-QTDE
           MOVE WS-ZNT-ISENTAS(WS-ZNT-IDX) TO WS-ZD-ISENTAS
           MOVE WS-ZNT-AREA(WS-ZNT-IDX)    TO WS-ZD-AREA
           MOVE WS-ZNT-VENAL(WS-ZNT-IDX)   TO WS-ZD-VENAL
           MOVE WS-ZNT-IMPOSTO(WS-ZNT-IDX) TO WS-ZD-IMPOSTO
           WRITE ZONE-SUMMARY-LINE FROM WS-ZRES-DETALHE.

       5100-PRINT-ONE-ZONE-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE
      ******************************************************************
       6000-FINALIZE.

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 6000-FINALIZE-EXIT
           END-IF

           CLOSE PARCEL-AREA-FILE
           CLOSE ASSESSMENT-ROLL-FILE
           CLOSE BOOKLET-FILE
           CLOSE ZONE-SUMMARY-FILE

           DISPLAY 'PARCELAS LIDAS:       ' WS-QTDE-LIDAS
           DISPLAY 'PARCELAS LANCADAS:    ' WS-QTDE-LANCADAS
           DISPLAY 'PARCELAS ISENTAS:     ' WS-QTDE-ISENTAS
           DISPLAY 'PARCELAS NAO LANCADAS:' WS-QTDE-RETIDAS
           DISPLAY 'CARNES EMITIDOS:      ' WS-QTDE-CARNES
           DISPLAY 'RECEITA PREVISTA:     ' WS-TOTAL-IMPOSTO

           MOVE 'IPTULANC'          TO CT-PROGRAM-ID
           MOVE 'PARCELAS LANCADAS' TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-LANCADAS    TO CT-TOTAL-1-VALOR
           MOVE 'NAO LANCADAS'      TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-RETIDAS     TO CT-TOTAL-2-VALOR
           MOVE 'CARNES EMITIDOS'   TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-CARNES      TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-RETIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-ZONE -- THE ZONE OF THE OWNER ENTRY UNDER WS-PRP-IDX
      ******************************************************************
       7000-FIND-ZONE.

           MOVE 'N' TO WS-ZNT-ACHOU

           IF WS-ZNT-COUNT = ZEROS
               GO TO 7000-FIND-ZONE-EXIT
           END-IF

           SET WS-ZNT-IDX TO 1
           SEARCH WS-ZNT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ZNT-IDX > WS-ZNT-COUNT
                   CONTINUE
               WHEN WS-ZNT-ZONA(WS-ZNT-IDX) = WS-PRP-ZONA(WS-PRP-IDX)
                   MOVE 'S' TO WS-ZNT-ACHOU
           END-SEARCH.

       7000-FIND-ZONE-EXIT.
           EXIT.

      ******************************************************************
      * 7100-FIND-OWNER -- WS-PARCEL-CHAVE IN THE OWNER TABLE
      ******************************************************************
       7100-FIND-OWNER.

           MOVE 'N' TO WS-PRP-ACHOU

           IF WS-PRP-COUNT = ZEROS
               GO TO 7100-FIND-OWNER-EXIT
           END-IF

           SET WS-PRP-IDX TO 1
           SEARCH WS-PRP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRP-IDX > WS-PRP-COUNT
                   CONTINUE
               WHEN WS-PRP-PARCEL(WS-PRP-IDX) = WS-PARCEL-CHAVE
                   MOVE 'S' TO WS-PRP-ACHOU
           END-SEARCH.

       7100-FIND-OWNER-EXIT.
           EXIT.

      ******************************************************************
      * 7200-FIND-TAXPAYER -- THE CPF UNDER WS-PRP-IDX IN THE BOOKLET
      * TABLE
      ******************************************************************
       7200-FIND-TAXPAYER.

           MOVE 'N' TO WS-DON-ACHOU

           IF WS-DON-COUNT = ZEROS
               GO TO 7200-FIND-TAXPAYER-EXIT
           END-IF

           SET WS-DON-IDX TO 1
           SEARCH WS-DON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DON-IDX > WS-DON-COUNT
                   CONTINUE
               WHEN WS-DON-CPF(WS-DON-IDX) = WS-PRP-CPF(WS-PRP-IDX)
                   MOVE 'S' TO WS-DON-ACHOU
           END-SEARCH.

       7200-FIND-TAXPAYER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-AREA
      ******************************************************************
       8000-READ-AREA.

           READ PARCEL-AREA-FILE
               AT END
                   MOVE 'Y' TO WS-PA-EOF-SWITCH
           END-READ.

       8000-READ-AREA-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-ZONE
      ******************************************************************
       8100-READ-ZONE.

           READ VALUATION-ZONE-FILE
               AT END
                   MOVE 'Y' TO WS-ZN-EOF-SWITCH
           END-READ.

       8100-READ-ZONE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-OWNER
      ******************************************************************
       8200-READ-OWNER.

           READ PARCEL-OWNER-FILE
               AT END
                   MOVE 'Y' TO WS-PO-EOF-SWITCH
           END-READ.

       8200-READ-OWNER-EXIT.
           EXIT.
