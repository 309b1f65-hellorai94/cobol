      *-----------------------------------------------------------------
      * Modification History
      * 02-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  ALSO TIES ADIANTA'S BANKADT ADVANCE REMITTANCE:
      *               ITS TRAILER HASH AGAINST ITS DETAILS, AND EACH
      *               EMPLOYEE'S ADVANCE AGAINST THE GL LINES ON THE
      *               1300-000 ADVANCES ACCOUNT (ADIANTA'S DEBIT OR
      *               SALIQUID'S MONTH-END RECOVERY CREDIT). NO BANKADT
      *               FILE, OR A NIGHT WITH NO ADVANCE LINES ON THE
      *               GL, LEAVES THE ADVANCE LEG OUT OF THE TIE.
      * 15-10-26 MRT  TIES EACH ESTABLISHMENT OUT ON ITS OWN AS WELL AS
      *               THE WHOLE FILE: THE REGISTER'S 'TOTAL ESTAB'
      *               LINES, EACH BANKPAY BATCH'S TRAILER HASH AND
      *               DETAILS (THE BATCH HEADER NAMES THE
      *               ESTABLISHMENT), AND THE NET-PAY GL CREDITS BY
      *               GL-ESTAB. THE FILE HASH IS NOW THE SUM OF THE
      *               BATCH TRAILERS. ANY ESTABLISHMENT OUT OF BALANCE
      *               FAILS THE STEP LIKE A FILE-LEVEL DIFFERENCE.
      * 15-10-26 MRT  PAYREG, BANKPAY AND GLINTRFC ARE EACH CHECKED
      *               AGAINST THEIR IFCTL HEADER AND TRAILER BEFORE THE
      *               TIE: A LEG THAT DOES NOT BALANCE TO ITS OWN
      *               TRAILER, OR DID NOT COME FROM LAST NIGHT'S RUN,
      *               STOPS THE STEP WITH RETURN CODE 8. THE CONTROL
      *               RECORDS ARE SKIPPED ON READ.
      * 15-10-26 MRT  THE ADVANCE LEG NOW TIES EACH SIDE TO ITS OWN
      *               JOURNAL. BANKADT IS TIED TO ADIANTA'S DEBITS TO
      *               1300-000 ON ITS OWN GLINTRFC (DD ADTGL), TAKEN
      *               ONLY FROM THE BATCH WHOSE IFCTL HEADER IS THE
      *               SAME RUN STAMP AS BANKADT'S; BOTH FILES GET THE
      *               IFCTL CHECKING PASS FIRST. SALIQUID'S 1300-000
      *               RECOVERY CREDITS ON THE NIGHT'S GLINTRFC ARE
      *               TIED TO THE 'TOTAL ADIANTAMENTOS' LINE ON PAYREG.
      *               THE RETURN CODE IS NOW SET AFTER THE CTLTOT CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTIE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

           SELECT ADVANCE-BANK-FILE ASSIGN TO "BANKADT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADT-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ADVANCE-GL-FILE ASSIGN TO "ADTGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.

           SELECT COST-CENTER-MAP-FILE ASSIGN TO "CCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCM-STATUS.
           RECORD CONTAINS 40 CHARACTERS.
       01  BANK-PAYMENT-LINE       PIC X(40).

       FD  ADVANCE-BANK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ADVANCE-BANK-LINE       PIC X(40).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).
           05  GL-ESTAB            PIC X(02).
           05  GL-EMPRESA          PIC X(02).

      *-----------------------------------------------------------------
      * ADVANCE-GL-FILE -- ADIANTA'S GLINTRFC, SAME LAYOUT, ONE IFCTL
      * BATCH APPENDED PER ADVANCE RUN
      *-----------------------------------------------------------------
       FD  ADVANCE-GL-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  ADVANCE-GL-RECORD.
           05  AG-ACCOUNT-CODE     PIC X(08).
           05  AG-DC-INDICADOR     PIC X(01).
               88  AG-DEBITO               VALUE 'D'.
           05  AG-AMOUNT           PIC 9(07)V99.
           05  AG-PERIODO          PIC 9(06).
           05  AG-EMP-ID           PIC X(05).
           05  AG-ESTAB            PIC X(02).
           05  AG-EMPRESA          PIC X(02).

       FD  COST-CENTER-MAP-FILE
           RECORD CONTAINS 36 CHARACTERS.

       77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
       77  WS-BNK-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ADT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AGL-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CCM-STATUS           PIC X(02) VALUE SPACES.
       77  WS-TIE-STATUS           PIC X(02) VALUE SPACES.

           88  WS-REG-END-OF-FILE            VALUE 'Y'.
       77  WS-BNK-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BNK-END-OF-FILE            VALUE 'Y'.
       77  WS-ADT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-ADT-END-OF-FILE            VALUE 'Y'.
       77  WS-GL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GL-END-OF-FILE             VALUE 'Y'.
       77  WS-AGL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-AGL-END-OF-FILE            VALUE 'Y'.
       77  WS-CCM-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CCM-END-OF-FILE            VALUE 'Y'.
       77  WS-IFC-RECUSA-SW        PIC X(01) VALUE 'N'.
           88  WS-IFC-RECUSOU                VALUE 'S'.

      *-----------------------------------------------------------------
      * BANKPAY REMITTANCE RECORD VIEWS -- TYPE 0 HEADER, TYPE 1
      * DETAIL, TYPE 9 TRAILER, SAME PICTURE SALIQUID WRITES
      *-----------------------------------------------------------------
       01  WS-BANK-HEADER-VIEW.
           05  WS-BH-TIPO          PIC X(01).
           05  WS-BH-ROTULO        PIC X(08).
           05  WS-BH-DATA          PIC 9(08).
           05  WS-BH-ESTAB         PIC X(02).
           05  FILLER              PIC X(21).

       01  WS-BANK-DETAIL-VIEW.
           05  WS-BD-TIPO          PIC X(01).
           05  WS-BD-EMP-ID        PIC X(05).
           05  WS-BT-HASH          PIC 9(11)V99.
           05  FILLER              PIC X(20).

      *    IFCTL HEADER/TRAILER ON BANKADT OR ADTGL
       01  WS-CONTROL-VIEW.
           05  WS-CV-MARCA         PIC X(02).
               88  WS-CV-HEADER              VALUE '*H'.
               88  WS-CV-TRAILER             VALUE '*T'.
           05  WS-CV-PROGRAMA      PIC X(08).
           05  WS-CV-DATA          PIC 9(08).
           05  WS-CV-SEQUENCIA     PIC 9(03).
           05  FILLER              PIC X(19).

      *-----------------------------------------------------------------
      * PAYREG DETAIL VIEW -- THE REGISTER'S PRINT COLUMNS. A LINE
      * ONLY COUNTS WHEN ITS FIRST FIVE COLUMNS MATCH AN EMPLOYEE
           05  WS-RT-LIQUIDO-ED    PIC X(10).
           05  FILLER              PIC X(18).

       01  WS-REG-ESTAB-VIEW.
           05  WS-RE-ROTULO        PIC X(12).
           05  WS-RE-ESTAB         PIC X(02).
           05  FILLER              PIC X(38).
           05  WS-RE-LIQUIDO-ED    PIC X(10).
           05  FILLER              PIC X(18).

      *-----------------------------------------------------------------
      * ONE SLOT PER ESTABLISHMENT WITH WHAT EACH LEG CLAIMS FOR IT --
      * A BLANK CODE ON AN OLDER FILE IS THE HEAD OFFICE, '01'
      *-----------------------------------------------------------------
       01  WS-ESTAB-TIE-TABLE.
           05  WS-ETI-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-ETI-IDX.
               10  WS-ETI-CODIGO       PIC X(02).
               10  WS-ETI-REG          PIC 9(11)V99.
               10  WS-ETI-BANK-HASH    PIC 9(11)V99.
               10  WS-ETI-BANK-DET     PIC 9(11)V99.
               10  WS-ETI-GL           PIC 9(11)V99.

       77  WS-ETI-COUNT            PIC 9(02) VALUE ZEROS.
       77  WS-ETI-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-ETI-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-ETI-ENCONTROU              VALUE 'S'.
       77  WS-ETI-SLOT-SW          PIC X(01) VALUE 'N'.
           88  WS-ETI-SLOT-VALIDO            VALUE 'S'.
       77  WS-ESTAB-BUSCADO        PIC X(02) VALUE SPACES.
       77  WS-ESTAB-PADRAO         PIC X(02) VALUE '01'.
       77  WS-ESTAB-LOTE           PIC X(02) VALUE SPACES.
       77  WS-QTDE-ESTAB-DIVERG    PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      * NET-PAY GL ACCOUNTS -- THE CCMAP COLUMN PLUS THE DEFAULT
      *-----------------------------------------------------------------
               10  WS-TIE-REG          PIC 9(09)V99.
               10  WS-TIE-BANK         PIC 9(09)V99.
               10  WS-TIE-GL           PIC 9(09)V99.
               10  WS-TIE-ADT-BANK     PIC 9(09)V99.
               10  WS-TIE-ADT-GL       PIC 9(09)V99.

       77  WS-TIE-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-TIE-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-DIVERGENTES     PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-LIDO           PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * ADVANCE LEGS -- ADIANTA'S BANKADT REMITTANCE AGAINST ITS OWN
      * DEBITS TO THE ADVANCES ACCOUNT ON ADTGL, AND SALIQUID'S
      * RECOVERY CREDITS TO THAT ACCOUNT AGAINST THE ADVANCES ITS
      * REGISTER SAYS IT DEDUCTED
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-ADT-REC      PIC X(08) VALUE '1300-000'.
       77  WS-TOT-ADT-BANK-DET     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ADT-BANK-HASH    PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ADT-GL           PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIF-ADT-BANK-GL      PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIF-ADT-HASH-DET     PIC S9(11)V99 VALUE ZEROS.
       77  WS-ADT-CONFERE-SW       PIC X(01) VALUE 'N'.
           88  WS-ADT-CONFERIR               VALUE 'S'.
       77  WS-ADT-LOTE-PROGRAMA    PIC X(08) VALUE SPACES.
       77  WS-ADT-LOTE-DATA        PIC 9(08) VALUE ZEROS.
       77  WS-ADT-LOTE-SEQUENCIA   PIC 9(03) VALUE ZEROS.
       77  WS-AGL-LOTE-SW          PIC X(01) VALUE 'N'.
           88  WS-AGL-NO-LOTE                VALUE 'S'.
       77  WS-AGL-ACHOU-SW         PIC X(01) VALUE 'N'.
           88  WS-AGL-LOTE-ACHADO            VALUE 'S'.
       77  WS-TOT-ADT-REG          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ADT-REC-GL       PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIF-ADT-REG-GL       PIC S9(11)V99 VALUE ZEROS.

       77  WS-CODIGO-RETORNO       PIC 9(02) VALUE ZEROS.

       01  WS-TOTAL-TIE-LINE.
           05  WS-TT-ROTULO        PIC X(22).
           05  WS-TT-VALOR         PIC Z(09)9.99.
       COPY RPTHDRLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

           MOVE 'S'      TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1900-CHECK-RG-CONTROL
               THRU 1900-CHECK-RG-CONTROL-EXIT
           PERFORM 1920-CHECK-BP-CONTROL
               THRU 1920-CHECK-BP-CONTROL-EXIT
           PERFORM 1940-CHECK-GL-CONTROL
               THRU 1940-CHECK-GL-CONTROL-EXIT
           PERFORM 1960-CHECK-AB-CONTROL
               THRU 1960-CHECK-AB-CONTROL-EXIT
           PERFORM 1980-CHECK-AG-CONTROL
               THRU 1980-CHECK-AG-CONTROL-EXIT

           IF WS-IFC-RECUSOU
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

               THRU 2000-ROLL-BANK-RECORD-EXIT
               UNTIL WS-BNK-END-OF-FILE

           PERFORM 2200-ROLL-ADVANCE-RECORD
               THRU 2200-ROLL-ADVANCE-RECORD-EXIT
               UNTIL WS-ADT-END-OF-FILE

           PERFORM 2300-ROLL-ADVANCE-GL
               THRU 2300-ROLL-ADVANCE-GL-EXIT
               UNTIL WS-AGL-END-OF-FILE

           PERFORM 2500-ROLL-GL-ENTRY
               THRU 2500-ROLL-GL-ENTRY-EXIT
               UNTIL WS-GL-END-OF-FILE

           MOVE SPACES TO WS-TIE-TABLE
           MOVE SPACES TO WS-NPA-TABLE
           MOVE SPACES TO WS-ESTAB-TIE-TABLE
           MOVE WS-ESTAB-PADRAO TO WS-ESTAB-LOTE

           MOVE 1          TO WS-NPA-COUNT
           MOVE '2100-000' TO WS-NPA-CONTA(1)
                   THRU 8000-READ-BANK-EXIT
           END-IF

           OPEN INPUT ADVANCE-BANK-FILE
           IF WS-ADT-STATUS NOT = '00'
               MOVE 'Y' TO WS-ADT-EOF-SWITCH
           ELSE
               PERFORM 8400-READ-ADVANCE-BANK
                   THRU 8400-READ-ADVANCE-BANK-EXIT
           END-IF

           OPEN INPUT ADVANCE-GL-FILE
           IF WS-AGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-AGL-EOF-SWITCH
           ELSE
               PERFORM 8500-READ-ADVANCE-GL
                   THRU 8500-READ-ADVANCE-GL-EXIT
           END-IF

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO GLINTRFC -- CONFERENCIA '
           EXIT.

      ******************************************************************
      * 1900-CHECK-RG-CONTROL -- IFCTL CHECKING PASS OVER PAYREG: ITS
      * HASH IS THE NET PAY ON THE EMPLOYEE LINES, THE ONES CARRYING
      * THE 'FAIXA ' BRACKET COLUMN
      ******************************************************************
       1900-CHECK-RG-CONTROL.

           MOVE 'PAYREG'      TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT PAYROLL-REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               GO TO 1900-CHECK-RG-CONTROL-EXIT
           END-IF

           PERFORM 1910-CHECK-RG-RECORD
               THRU 1910-CHECK-RG-RECORD-EXIT
               UNTIL WS-REG-END-OF-FILE

           CLOSE PAYROLL-REGISTER-FILE
           MOVE 'N' TO WS-REG-EOF-SWITCH

           MOVE 'PAYREG'      TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1900-CHECK-RG-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1910-CHECK-RG-RECORD
      ******************************************************************
       1910-CHECK-RG-RECORD.

           READ PAYROLL-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
                   GO TO 1910-CHECK-RG-RECORD-EXIT
           END-READ

           MOVE PAYROLL-REGISTER-LINE TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               AND PAYROLL-REGISTER-LINE(59:6) = 'FAIXA '
               MOVE PAYROLL-REGISTER-LINE TO WS-REG-DETAIL-VIEW
               COMPUTE IC-VALOR =
                   FUNCTION NUMVAL(WS-RD-LIQUIDO-ED)
           END-IF
           MOVE 'PAYREG'      TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1910-CHECK-RG-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1920-CHECK-BP-CONTROL -- IFCTL CHECKING PASS OVER BANKPAY: ITS
      * HASH IS THE VALUE OF THE TYPE-1 CREDIT RECORDS
      ******************************************************************
       1920-CHECK-BP-CONTROL.

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT BANK-PAYMENT-FILE
           IF WS-BNK-STATUS NOT = '00'
               GO TO 1920-CHECK-BP-CONTROL-EXIT
           END-IF

           PERFORM 1930-CHECK-BP-RECORD
               THRU 1930-CHECK-BP-RECORD-EXIT
               UNTIL WS-BNK-END-OF-FILE

           CLOSE BANK-PAYMENT-FILE
           MOVE 'N' TO WS-BNK-EOF-SWITCH

           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1920-CHECK-BP-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1930-CHECK-BP-RECORD
      ******************************************************************
       1930-CHECK-BP-RECORD.

           READ BANK-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BNK-EOF-SWITCH
                   GO TO 1930-CHECK-BP-RECORD-EXIT
           END-READ

           MOVE BANK-PAYMENT-LINE TO IC-REGISTRO
           MOVE BANK-PAYMENT-LINE TO WS-BANK-DETAIL-VIEW
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               AND WS-BD-TIPO = '1'
               MOVE WS-BD-VALOR TO IC-VALOR
           END-IF
           MOVE 'BANKPAY'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1930-CHECK-BP-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1940-CHECK-GL-CONTROL -- IFCTL CHECKING PASS OVER GLINTRFC:
      * ITS HASH IS THE AMOUNT OF EVERY ENTRY
      ******************************************************************
       1940-CHECK-GL-CONTROL.

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE 1             TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               GO TO 1940-CHECK-GL-CONTROL-EXIT
           END-IF

           PERFORM 1950-CHECK-GL-RECORD
               THRU 1950-CHECK-GL-RECORD-EXIT
               UNTIL WS-GL-END-OF-FILE

           CLOSE GL-INTERFACE-FILE
           MOVE 'N' TO WS-GL-EOF-SWITCH

           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1940-CHECK-GL-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1950-CHECK-GL-RECORD
      ******************************************************************
       1950-CHECK-GL-RECORD.

           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
                   GO TO 1950-CHECK-GL-RECORD-EXIT
           END-READ

           MOVE GL-INTERFACE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE GL-AMOUNT     TO IC-VALOR
           END-IF
           MOVE 'GLINTRFC'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1950-CHECK-GL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1960-CHECK-AB-CONTROL -- IFCTL CHECKING PASS OVER BANKADT: ITS
      * HASH IS THE VALUE OF THE TYPE-1 ADVANCE RECORDS. THE ADVANCE
      * IS PAID ON THE 20TH AND TIED EVERY NIGHT UNTIL THE NEXT ONE,
      * SO THE HEADER'S AGE IS NOT CHECKED; NO FILE, NO ADVANCE LEG
      ******************************************************************
       1960-CHECK-AB-CONTROL.

           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT ADVANCE-BANK-FILE
           IF WS-ADT-STATUS NOT = '00'
               GO TO 1960-CHECK-AB-CONTROL-EXIT
           END-IF

           PERFORM 1970-CHECK-AB-RECORD
               THRU 1970-CHECK-AB-RECORD-EXIT
               UNTIL WS-ADT-END-OF-FILE

           CLOSE ADVANCE-BANK-FILE
           MOVE 'N' TO WS-ADT-EOF-SWITCH

           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1960-CHECK-AB-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1970-CHECK-AB-RECORD
      ******************************************************************
       1970-CHECK-AB-RECORD.

           READ ADVANCE-BANK-FILE
               AT END
                   MOVE 'Y' TO WS-ADT-EOF-SWITCH
                   GO TO 1970-CHECK-AB-RECORD-EXIT
           END-READ

           MOVE ADVANCE-BANK-LINE TO IC-REGISTRO
           MOVE ADVANCE-BANK-LINE TO WS-BANK-DETAIL-VIEW
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               AND WS-BD-TIPO = '1'
               MOVE WS-BD-VALOR TO IC-VALOR
           END-IF
           MOVE 'BANKADT'     TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1970-CHECK-AB-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 1980-CHECK-AG-CONTROL -- IFCTL CHECKING PASS OVER ADTGL, ONE
      * BATCH PER ADVANCE RUN KEPT AS HISTORY, SO NO AGE CHECK: ITS
      * HASH IS THE AMOUNT OF EVERY ENTRY
      ******************************************************************
       1980-CHECK-AG-CONTROL.

           MOVE 'ADTGL'       TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT ADVANCE-GL-FILE
           IF WS-AGL-STATUS NOT = '00'
               GO TO 1980-CHECK-AG-CONTROL-EXIT
           END-IF

           PERFORM 1990-CHECK-AG-RECORD
               THRU 1990-CHECK-AG-RECORD-EXIT
               UNTIL WS-AGL-END-OF-FILE

           CLOSE ADVANCE-GL-FILE
           MOVE 'N' TO WS-AGL-EOF-SWITCH

           MOVE 'ADTGL'       TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1980-CHECK-AG-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1990-CHECK-AG-RECORD
      ******************************************************************
       1990-CHECK-AG-RECORD.

           READ ADVANCE-GL-FILE
               AT END
                   MOVE 'Y' TO WS-AGL-EOF-SWITCH
                   GO TO 1990-CHECK-AG-RECORD-EXIT
           END-READ

           MOVE ADVANCE-GL-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE AG-AMOUNT     TO IC-VALOR
           END-IF
           MOVE 'ADTGL'       TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1990-CHECK-AG-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ROLL-BANK-RECORD -- TYPE-0 HEADER OPENS AN
      * ESTABLISHMENT'S BATCH, TYPE-1 DETAILS PER EMPLOYEE AND PER
      * BATCH, TYPE-9 TRAILER HASH FOR THE BATCH AND THE FILE TOTAL
      ******************************************************************
       2000-ROLL-BANK-RECORD.

           IF BANK-PAYMENT-LINE(1:1) = '0'
               MOVE BANK-PAYMENT-LINE TO WS-BANK-HEADER-VIEW
               IF WS-BH-ESTAB = SPACES
                   MOVE WS-ESTAB-PADRAO TO WS-ESTAB-LOTE
               ELSE
                   MOVE WS-BH-ESTAB TO WS-ESTAB-LOTE
               END-IF
           END-IF

           IF BANK-PAYMENT-LINE(1:1) = '1'
               MOVE BANK-PAYMENT-LINE TO WS-BANK-DETAIL-VIEW
               MOVE WS-BD-EMP-ID TO WS-EMP-BUSCADO
                   ADD WS-BD-VALOR TO WS-TIE-BANK(WS-TIE-IDX)
               END-IF
               ADD WS-BD-VALOR TO WS-TOT-BANK-DET
               MOVE WS-ESTAB-LOTE TO WS-ESTAB-BUSCADO
               PERFORM 7100-FIND-OR-ADD-ESTAB
                   THRU 7100-FIND-OR-ADD-ESTAB-EXIT
               IF WS-ETI-SLOT-VALIDO
                   ADD WS-BD-VALOR TO WS-ETI-BANK-DET(WS-ETI-IDX)
               END-IF
           END-IF

           IF BANK-PAYMENT-LINE(1:1) = '9'
               MOVE BANK-PAYMENT-LINE TO WS-BANK-TRAILER-VIEW
               ADD WS-BT-HASH TO WS-TOT-BANK-HASH
               MOVE WS-ESTAB-LOTE TO WS-ESTAB-BUSCADO
               PERFORM 7100-FIND-OR-ADD-ESTAB
                   THRU 7100-FIND-OR-ADD-ESTAB-EXIT
               IF WS-ETI-SLOT-VALIDO
                   ADD WS-BT-HASH TO WS-ETI-BANK-HASH(WS-ETI-IDX)
               END-IF
           END-IF

           PERFORM 8000-READ-BANK
       2000-ROLL-BANK-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ROLL-ADVANCE-RECORD -- SAME VIEWS AS BANKPAY: TYPE-1
      * DETAILS PER EMPLOYEE, TYPE-9 TRAILER HASH FOR THE FILE TOTAL.
      * THE IFCTL HEADER GIVES THE RUN STAMP OF THE ADIANTA RUN THAT
      * WROTE THE FILE
      ******************************************************************
       2200-ROLL-ADVANCE-RECORD.

           MOVE ADVANCE-BANK-LINE TO WS-CONTROL-VIEW
           IF WS-CV-HEADER
               MOVE WS-CV-PROGRAMA  TO WS-ADT-LOTE-PROGRAMA
               MOVE WS-CV-DATA      TO WS-ADT-LOTE-DATA
               MOVE WS-CV-SEQUENCIA TO WS-ADT-LOTE-SEQUENCIA
           END-IF

           IF ADVANCE-BANK-LINE(1:1) = '1'
               MOVE ADVANCE-BANK-LINE TO WS-BANK-DETAIL-VIEW
               MOVE WS-BD-EMP-ID TO WS-EMP-BUSCADO
               PERFORM 7000-FIND-OR-ADD-EMPLOYEE
                   THRU 7000-FIND-OR-ADD-EMPLOYEE-EXIT
               IF WS-TIE-SLOT-VALIDO
                   ADD WS-BD-VALOR TO WS-TIE-ADT-BANK(WS-TIE-IDX)
               END-IF
               ADD WS-BD-VALOR TO WS-TOT-ADT-BANK-DET
           END-IF

           IF ADVANCE-BANK-LINE(1:1) = '9'
               MOVE ADVANCE-BANK-LINE TO WS-BANK-TRAILER-VIEW
               MOVE WS-BT-HASH TO WS-TOT-ADT-BANK-HASH
           END-IF

           PERFORM 8400-READ-ADVANCE-BANK
               THRU 8400-READ-ADVANCE-BANK-EXIT.

       2200-ROLL-ADVANCE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ROLL-ADVANCE-GL -- ONLY THE ADTGL BATCH STAMPED WITH THE
      * SAME RUN AS BANKADT COUNTS: ITS DEBITS TO THE ADVANCES ACCOUNT
      * ARE THE JOURNAL'S CLAIM OF WHAT THE REMITTANCE PAID
      ******************************************************************
       2300-ROLL-ADVANCE-GL.

           MOVE ADVANCE-GL-RECORD TO WS-CONTROL-VIEW
           IF WS-CV-HEADER
               IF WS-CV-PROGRAMA = WS-ADT-LOTE-PROGRAMA
                   AND WS-CV-DATA = WS-ADT-LOTE-DATA
                   AND WS-CV-SEQUENCIA = WS-ADT-LOTE-SEQUENCIA
                   MOVE 'S' TO WS-AGL-LOTE-SW
                   MOVE 'S' TO WS-AGL-ACHOU-SW
               ELSE
                   MOVE 'N' TO WS-AGL-LOTE-SW
               END-IF
               GO TO 2300-ROLL-ADVANCE-GL-NEXT
           END-IF

           IF WS-CV-TRAILER
               MOVE 'N' TO WS-AGL-LOTE-SW
               GO TO 2300-ROLL-ADVANCE-GL-NEXT
           END-IF

           IF NOT WS-AGL-NO-LOTE
               OR AG-ACCOUNT-CODE NOT = WS-GL-ACCT-ADT-REC
               OR NOT AG-DEBITO
               GO TO 2300-ROLL-ADVANCE-GL-NEXT
           END-IF

           MOVE AG-EMP-ID TO WS-EMP-BUSCADO
           PERFORM 7000-FIND-OR-ADD-EMPLOYEE
               THRU 7000-FIND-OR-ADD-EMPLOYEE-EXIT
           IF WS-TIE-SLOT-VALIDO
               ADD AG-AMOUNT TO WS-TIE-ADT-GL(WS-TIE-IDX)
           END-IF
           ADD AG-AMOUNT TO WS-TOT-ADT-GL.

       2300-ROLL-ADVANCE-GL-NEXT.

           PERFORM 8500-READ-ADVANCE-GL
               THRU 8500-READ-ADVANCE-GL-EXIT.

       2300-ROLL-ADVANCE-GL-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ROLL-GL-ENTRY -- CREDITS ON A NET-PAY ACCOUNT ARE THE
      * JOURNAL'S CLAIM OF WHAT EACH EMPLOYEE TAKES HOME
      ******************************************************************
       2500-ROLL-GL-ENTRY.

      *    A CREDIT TO THE ADVANCES ACCOUNT IS SALIQUID RECOVERING AN
      *    ADVANCE ON THE PAYSLIP -- TIED TO THE REGISTER'S TOTAL OF
      *    ADVANCES DEDUCTED, NOT TO ANY REMITTANCE
           IF GL-ACCOUNT-CODE = WS-GL-ACCT-ADT-REC
               IF GL-CREDITO
                   ADD GL-AMOUNT TO WS-TOT-ADT-REC-GL
               END-IF
               GO TO 2500-ROLL-GL-ENTRY-NEXT
           END-IF

           IF NOT GL-CREDITO
               GO TO 2500-ROLL-GL-ENTRY-NEXT
           END-IF
           IF WS-TIE-SLOT-VALIDO
               ADD GL-AMOUNT TO WS-TIE-GL(WS-TIE-IDX)
           END-IF
           ADD GL-AMOUNT TO WS-TOT-GL

           IF GL-ESTAB = SPACES
               MOVE WS-ESTAB-PADRAO TO WS-ESTAB-BUSCADO
           ELSE
               MOVE GL-ESTAB TO WS-ESTAB-BUSCADO
           END-IF
           PERFORM 7100-FIND-OR-ADD-ESTAB
               THRU 7100-FIND-OR-ADD-ESTAB-EXIT
           IF WS-ETI-SLOT-VALIDO
               ADD GL-AMOUNT TO WS-ETI-GL(WS-ETI-IDX)
           END-IF.

       2500-ROLL-GL-ENTRY-NEXT.

      * 3000-ROLL-REGISTER-LINE -- A REGISTER LINE COUNTS ONLY WHEN
      * ITS FIRST FIVE COLUMNS ARE AN EMPLOYEE THE BANK OR THE GL
      * ALREADY NAMED; THE 'TOTAL DA FOLHA' LINE GIVES THE REGISTER
      * TOTAL WITHOUT ADDING THE PRINT COLUMNS OURSELVES, EACH
      * 'TOTAL ESTAB' LINE THAT ESTABLISHMENT'S REGISTER TOTAL, AND
      * 'TOTAL ADIANTAMENTOS' THE ADVANCES THE RUN DEDUCTED
      ******************************************************************
       3000-ROLL-REGISTER-LINE.

           MOVE PAYROLL-REGISTER-LINE TO WS-REG-ESTAB-VIEW
           IF WS-RE-ROTULO = 'TOTAL ESTAB '
               MOVE WS-RE-ESTAB TO WS-ESTAB-BUSCADO
               PERFORM 7100-FIND-OR-ADD-ESTAB
                   THRU 7100-FIND-OR-ADD-ESTAB-EXIT
               IF WS-ETI-SLOT-VALIDO
                   COMPUTE WS-VALOR-LIDO =
                       FUNCTION NUMVAL(WS-RE-LIQUIDO-ED)
                   ADD WS-VALOR-LIDO TO WS-ETI-REG(WS-ETI-IDX)
               END-IF
               GO TO 3000-ROLL-REGISTER-LINE-NEXT
           END-IF

           MOVE PAYROLL-REGISTER-LINE TO WS-REG-TOTAL-VIEW
           IF WS-RT-ROTULO = 'TOTAL DA FOLHA'
               COMPUTE WS-TOT-REGISTRO =
               GO TO 3000-ROLL-REGISTER-LINE-NEXT
           END-IF

           IF WS-RT-ROTULO = 'TOTAL ADIANTAM'
               COMPUTE WS-TOT-ADT-REG =
                   FUNCTION NUMVAL(WS-RT-LIQUIDO-ED)
               GO TO 3000-ROLL-REGISTER-LINE-NEXT
           END-IF

           MOVE PAYROLL-REGISTER-LINE TO WS-REG-DETAIL-VIEW
           IF WS-RD-EMP-ID = SPACES
               GO TO 3000-ROLL-REGISTER-LINE-NEXT
           MOVE WS-TOT-GL                TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE

      *    THE REMITTANCE LEG IS TIED WHENEVER THERE IS A BANKADT;
      *    ADTGL MUST THEN HOLD THE BATCH FROM THE SAME ADIANTA RUN
           IF WS-ADT-STATUS NOT = '35'
               MOVE 'S' TO WS-ADT-CONFERE-SW
           ELSE
               DISPLAY 'AVISO - SEM BANKADT -- REMESSA DE '
                   'ADIANTAMENTO FORA DA CONFERENCIA'
           END-IF

           IF WS-ADT-CONFERIR
               MOVE 'ADIANTAMENTO (HASH)   ' TO WS-TT-ROTULO
               MOVE WS-TOT-ADT-BANK-HASH     TO WS-TT-VALOR
               WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
               MOVE 'ADIANTAMENTO DETALHES ' TO WS-TT-ROTULO
               MOVE WS-TOT-ADT-BANK-DET      TO WS-TT-VALOR
               WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
               MOVE 'ADIANTAMENTO NO GL    ' TO WS-TT-ROTULO
               MOVE WS-TOT-ADT-GL            TO WS-TT-VALOR
               WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
               COMPUTE WS-DIF-ADT-BANK-GL =
                   WS-TOT-ADT-BANK-HASH - WS-TOT-ADT-GL
               COMPUTE WS-DIF-ADT-HASH-DET =
                   WS-TOT-ADT-BANK-HASH - WS-TOT-ADT-BANK-DET
               IF NOT WS-AGL-LOTE-ACHADO
                   DISPLAY 'ERRO - ADTGL SEM O LOTE DO ADIANTA DE '
                       WS-ADT-LOTE-DATA ' EXECUCAO '
                       WS-ADT-LOTE-SEQUENCIA
                       ' -- REMESSA SEM LANCAMENTO'
               END-IF
           END-IF

           MOVE 'ADIANT. DESC. REGISTRO' TO WS-TT-ROTULO
           MOVE WS-TOT-ADT-REG           TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
           MOVE 'ADIANT. RECUPERADO GL ' TO WS-TT-ROTULO
           MOVE WS-TOT-ADT-REC-GL        TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
           COMPUTE WS-DIF-ADT-REG-GL =
               WS-TOT-ADT-REG - WS-TOT-ADT-REC-GL

           COMPUTE WS-DIF-REG-BANK =
               WS-TOT-REGISTRO - WS-TOT-BANK-HASH
           COMPUTE WS-DIF-BANK-GL =
           COMPUTE WS-DIF-HASH-DET =
               WS-TOT-BANK-HASH - WS-TOT-BANK-DET

           PERFORM 4200-REPORT-ONE-ESTAB
               THRU 4200-REPORT-ONE-ESTAB-EXIT
               VARYING WS-ETI-SUB FROM 1 BY 1
               UNTIL WS-ETI-SUB > WS-ETI-COUNT

           WRITE TIE-OUT-LINE FROM WS-COLUMN-TIE-LINE

           PERFORM 4100-REPORT-ONE-EMPLOYEE
           DISPLAY 'TOTAL REGISTRO:       ' WS-TOT-REGISTRO
           DISPLAY 'TOTAL REMESSA (HASH): ' WS-TOT-BANK-HASH
           DISPLAY 'TOTAL LIQUIDOS GL:    ' WS-TOT-GL
           IF WS-ADT-CONFERIR
               DISPLAY 'TOTAL ADIANTAMENTO:   ' WS-TOT-ADT-BANK-HASH
               DISPLAY 'ADIANTAMENTO NO GL:   ' WS-TOT-ADT-GL
           END-IF
           DISPLAY 'ADIANT. DESCONTADO:   ' WS-TOT-ADT-REG
           DISPLAY 'ADIANT. RECUPERADO:   ' WS-TOT-ADT-REC-GL
           DISPLAY 'EMPREGADOS DIVERGENTES: ' WS-QTDE-DIVERGENTES
           DISPLAY 'ESTABELECIMENTOS DIVERGENTES: '
               WS-QTDE-ESTAB-DIVERG

           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - TABELA DE EMPREGADOS ESTOUROU -- '
           IF WS-DIF-REG-BANK = ZEROS
               AND WS-DIF-BANK-GL = ZEROS
               AND WS-DIF-HASH-DET = ZEROS
               AND WS-DIF-ADT-BANK-GL = ZEROS
               AND WS-DIF-ADT-HASH-DET = ZEROS
               AND WS-DIF-ADT-REG-GL = ZEROS
               AND (WS-AGL-LOTE-ACHADO OR NOT WS-ADT-CONFERIR)
               AND WS-QTDE-DIVERGENTES = ZEROS
               AND WS-QTDE-ESTAB-DIVERG = ZEROS
               AND WS-REG-STATUS NOT = '35'
               AND WS-BNK-STATUS NOT = '35'
               AND WS-GL-STATUS NOT = '35'
               AND NOT WS-PERDEU-CARGA
               DISPLAY 'FOLHA CONFERIDA -- REGISTRO, REMESSA E GL '
                   'FECHAM AO CENTAVO'
               MOVE 0 TO WS-CODIGO-RETORNO
           ELSE
               DISPLAY 'FOLHA DESBALANCEADA -- DIFERENCAS: '
                   'REGXBCO ' WS-DIF-REG-BANK
                   ' BCOXGL ' WS-DIF-BANK-GL
                   ' HASHXDET ' WS-DIF-HASH-DET
                   ' ADTXGL ' WS-DIF-ADT-BANK-GL
                   ' ADTXREG ' WS-DIF-ADT-REG-GL
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF

           MOVE 'PAYTIE'            TO CT-PROGRAM-ID
           MOVE WS-QTDE-DIVERGENTES TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE

           IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '10'
               CLOSE PAYROLL-REGISTER-FILE
           END-IF
           IF WS-BNK-STATUS = '00' OR WS-BNK-STATUS = '10'
               CLOSE BANK-PAYMENT-FILE
           END-IF
           IF WS-ADT-STATUS = '00' OR WS-ADT-STATUS = '10'
               CLOSE ADVANCE-BANK-FILE
           END-IF
           IF WS-AGL-STATUS = '00' OR WS-AGL-STATUS = '10'
               CLOSE ADVANCE-GL-FILE
           END-IF
           IF WS-GL-STATUS = '00' OR WS-GL-STATUS = '10'
               CLOSE GL-INTERFACE-FILE
           END-IF

           SET WS-TIE-IDX TO WS-TIE-SUB

           IF WS-ADT-CONFERIR
               AND WS-TIE-ADT-BANK(WS-TIE-IDX)
                   NOT = WS-TIE-ADT-GL(WS-TIE-IDX)
               MOVE WS-TIE-EMP-ID(WS-TIE-IDX)   TO TE-EMP-ID
               MOVE ZEROS                       TO TE-REG
               MOVE WS-TIE-ADT-BANK(WS-TIE-IDX) TO TE-BANK
               MOVE WS-TIE-ADT-GL(WS-TIE-IDX)   TO TE-GL
               MOVE '*ADIANTAM.'                TO TE-ALERTA
               WRITE TIE-OUT-LINE FROM WS-EMP-TIE-LINE
               ADD 1 TO WS-QTDE-DIVERGENTES
           END-IF

           IF WS-TIE-REG(WS-TIE-IDX) = WS-TIE-BANK(WS-TIE-IDX)
               AND WS-TIE-BANK(WS-TIE-IDX) = WS-TIE-GL(WS-TIE-IDX)
               GO TO 4100-REPORT-ONE-EMPLOYEE-EXIT
       4100-REPORT-ONE-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-REPORT-ONE-ESTAB -- THE ESTABLISHMENT'S REGISTER TOTAL,
      * ITS BATCH HASH AND DETAILS, AND ITS NET-PAY GL CREDITS; A
      * SPREAD ON ANY LEG IS FLAGGED AND FAILS THE STEP
      ******************************************************************
       4200-REPORT-ONE-ESTAB.

           SET WS-ETI-IDX TO WS-ETI-SUB

           MOVE SPACES TO WS-TT-ROTULO
           STRING 'ESTAB ' WS-ETI-CODIGO(WS-ETI-IDX) ' REGISTRO'
               DELIMITED BY SIZE INTO WS-TT-ROTULO
           MOVE WS-ETI-REG(WS-ETI-IDX)       TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE

           MOVE SPACES TO WS-TT-ROTULO
           STRING 'ESTAB ' WS-ETI-CODIGO(WS-ETI-IDX) ' REMESSA'
               DELIMITED BY SIZE INTO WS-TT-ROTULO
           MOVE WS-ETI-BANK-HASH(WS-ETI-IDX) TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE

           MOVE SPACES TO WS-TT-ROTULO
           STRING 'ESTAB ' WS-ETI-CODIGO(WS-ETI-IDX) ' LIQUIDOS GL'
               DELIMITED BY SIZE INTO WS-TT-ROTULO
           MOVE WS-ETI-GL(WS-ETI-IDX)        TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE

           IF WS-ETI-REG(WS-ETI-IDX) = WS-ETI-BANK-HASH(WS-ETI-IDX)
               AND WS-ETI-BANK-HASH(WS-ETI-IDX)
                   = WS-ETI-BANK-DET(WS-ETI-IDX)
               AND WS-ETI-BANK-HASH(WS-ETI-IDX)
                   = WS-ETI-GL(WS-ETI-IDX)
               GO TO 4200-REPORT-ONE-ESTAB-EXIT
           END-IF

           MOVE SPACES TO WS-TT-ROTULO
           STRING 'ESTAB ' WS-ETI-CODIGO(WS-ETI-IDX) ' *DIVERGENTE'
               DELIMITED BY SIZE INTO WS-TT-ROTULO
           MOVE WS-ETI-BANK-DET(WS-ETI-IDX)  TO WS-TT-VALOR
           WRITE TIE-OUT-LINE FROM WS-TOTAL-TIE-LINE
           DISPLAY 'ESTABELECIMENTO ' WS-ETI-CODIGO(WS-ETI-IDX)
               ' DESBALANCEADO -- REGISTRO ' WS-ETI-REG(WS-ETI-IDX)
               ' REMESSA ' WS-ETI-BANK-HASH(WS-ETI-IDX)
               ' GL ' WS-ETI-GL(WS-ETI-IDX)

           ADD 1 TO WS-QTDE-ESTAB-DIVERG.

       4200-REPORT-ONE-ESTAB-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-OR-ADD-EMPLOYEE -- WS-TIE-IDX POINTS AT THE SLOT
      * ON EXIT WHEN WS-TIE-SLOT-VALIDO; AN OVERFLOWED TABLE LEAVES
                   MOVE ZEROS TO WS-TIE-REG(WS-TIE-IDX)
                   MOVE ZEROS TO WS-TIE-BANK(WS-TIE-IDX)
                   MOVE ZEROS TO WS-TIE-GL(WS-TIE-IDX)
                   MOVE ZEROS TO WS-TIE-ADT-BANK(WS-TIE-IDX)
                   MOVE ZEROS TO WS-TIE-ADT-GL(WS-TIE-IDX)
               ELSE
                   DISPLAY 'TABELA DE EMPREGADOS CHEIA -- '
                       WS-EMP-BUSCADO ' FORA DA CONFERENCIA'
       7000-FIND-OR-ADD-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * 7100-FIND-OR-ADD-ESTAB -- SAME CONTRACT AS 7000 FOR THE
      * ESTABLISHMENT TABLE: WS-ETI-IDX IS THE SLOT WHEN
      * WS-ETI-SLOT-VALIDO, AND AN OVERFLOW FAILS THE RUN
      ******************************************************************
       7100-FIND-OR-ADD-ESTAB.

           MOVE 'S' TO WS-ETI-SLOT-SW
           MOVE 'N' TO WS-ETI-ACHOU
           IF WS-ETI-COUNT > ZEROS
               SET WS-ETI-IDX TO 1
               SEARCH WS-ETI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ETI-IDX > WS-ETI-COUNT
                       CONTINUE
                   WHEN WS-ETI-CODIGO(WS-ETI-IDX) = WS-ESTAB-BUSCADO
                       MOVE 'S' TO WS-ETI-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-ETI-ENCONTROU
               IF WS-ETI-COUNT < 20
                   ADD 1 TO WS-ETI-COUNT
                   SET WS-ETI-IDX TO WS-ETI-COUNT
                   MOVE WS-ESTAB-BUSCADO
                       TO WS-ETI-CODIGO(WS-ETI-IDX)
                   MOVE ZEROS TO WS-ETI-REG(WS-ETI-IDX)
                   MOVE ZEROS TO WS-ETI-BANK-HASH(WS-ETI-IDX)
                   MOVE ZEROS TO WS-ETI-BANK-DET(WS-ETI-IDX)
                   MOVE ZEROS TO WS-ETI-GL(WS-ETI-IDX)
               ELSE
                   DISPLAY 'TABELA DE ESTABELECIMENTOS CHEIA -- '
                       WS-ESTAB-BUSCADO ' FORA DA CONFERENCIA'
                   MOVE 'N' TO WS-ETI-SLOT-SW
                   MOVE 'S' TO WS-CARGA-PERDIDA-SW
               END-IF
           END-IF.

       7100-FIND-OR-ADD-ESTAB-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-BANK
      ******************************************************************
           READ BANK-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-BNK-EOF-SWITCH
                   GO TO 8000-READ-BANK-EXIT
           END-READ

           IF BANK-PAYMENT-LINE(1:2) = '*H'
               OR BANK-PAYMENT-LINE(1:2) = '*T'
               GO TO 8000-READ-BANK
           END-IF.

       8000-READ-BANK-EXIT.
           EXIT.
           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SWITCH
                   GO TO 8100-READ-GL-EXIT
           END-READ

           IF GL-INTERFACE-RECORD(1:2) = '*H'
               OR GL-INTERFACE-RECORD(1:2) = '*T'
               GO TO 8100-READ-GL
           END-IF.

       8100-READ-GL-EXIT.
           EXIT.
           READ PAYROLL-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
                   GO TO 8200-READ-REGISTER-EXIT
           END-READ

           IF PAYROLL-REGISTER-LINE(1:2) = '*H'
               OR PAYROLL-REGISTER-LINE(1:2) = '*T'
               GO TO 8200-READ-REGISTER
           END-IF.

       8200-READ-REGISTER-EXIT.
           EXIT.

       8300-READ-CC-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-ADVANCE-BANK
      ******************************************************************
       8400-READ-ADVANCE-BANK.

           READ ADVANCE-BANK-FILE
               AT END
                   MOVE 'Y' TO WS-ADT-EOF-SWITCH
           END-READ.

       8400-READ-ADVANCE-BANK-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-ADVANCE-GL
      ******************************************************************
       8500-READ-ADVANCE-GL.

           READ ADVANCE-GL-FILE
               AT END
                   MOVE 'Y' TO WS-AGL-EOF-SWITCH
           END-READ.

       8500-READ-ADVANCE-GL-EXIT.
           EXIT.
