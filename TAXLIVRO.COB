      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MONTHLY SALES-TAX LEDGER (LIVRO DE APURACAO). READS
      * THE TAXLEDG RECORDS SALESINV APPENDS FOR EVERY TAXED INVOICE
      * LINE AND EVERY CREDIT NOTE THAT REVERSES A RETURN'S TAX, AND
      * FOR ONE MONTH (PARM PERIODO=YYYYMM; DEFAULT THE MONTH BEFORE
      * THE RUN DATE) SUMMARIZES BASE AND TAX BY TAX (ICMS/ISS) AND
      * CUSTOMER STATE ON THE TAXLVRPT REPORT. EACH TAX'S NET (SALES
      * TAX LESS REVERSALS) IS BOOKED IN THE GENERAL LEDGER ON
      * GLINTRFC: DEBIT THE TAX-ON-SALES EXPENSE (ICMS 6500-000, ISS
      * 6510-000), CREDIT THE TAX PAYABLE (ICMS 2310-000, ISS
      * 2320-000) -- REVERSED WHEN THE MONTH NETS NEGATIVE. THE
      * TAXPOSTD CONTROL FILE LISTS THE MONTHS ALREADY POSTED, SO A
      * RERUN REPRINTS THE REPORT BUT NEVER POSTS A MONTH TWICE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  THE RUN'S GLINTRFC ENTRIES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT AND
      *               AMOUNT HASH) SO EVERY CONSUMER CAN PROVE THE
      *               BATCH ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIVRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT POSTED-PERIOD-FILE ASSIGN TO "TAXPOSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "TAXLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE
           RECORD CONTAINS 70 CHARACTERS.
       COPY TAXLEDG.

      *-----------------------------------------------------------------
      * POSTED-PERIOD-FILE -- ONE LINE PER MONTH ALREADY BOOKED IN THE
      * GENERAL LEDGER (THE RERUN GUARD)
      *-----------------------------------------------------------------
       FD  POSTED-PERIOD-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  POSTED-PERIOD-RECORD.
           05  TP-PERIODO          PIC 9(06).

       FD  TAX-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-REPORT-LINE         PIC X(80).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       WORKING-STORAGE SECTION.

       77  WS-TL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-TP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-TP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-TP-END-OF-FILE            VALUE 'Y'.
       77  WS-POSTADO-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-PERIODO-POSTADO           VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN PERIOD -- PERIODO=YYYYMM ON THE COMMAND LINE, SCANNED THE
      * WAY WOCLOSE SCANS FOR OPER=; DEFAULT THE MONTH BEFORE TODAY
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO.
           05  WS-PERIODO-ANO      PIC 9(04).
           05  WS-PERIODO-MES      PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO
                                   PIC 9(06).

      *-----------------------------------------------------------------
      * SUMMARY TABLE -- ONE ENTRY PER TAX AND CUSTOMER STATE
      *-----------------------------------------------------------------
       01  WS-LVR-TABLE.
           05  WS-LVR-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-LVR-IDX.
               10  WS-LVR-TRIBUTO      PIC X(04).
               10  WS-LVR-UF           PIC X(02).
               10  WS-LVR-BASE-VENDA   PIC 9(11)V99.
               10  WS-LVR-IMP-VENDA    PIC 9(11)V99.
               10  WS-LVR-BASE-DEVOL   PIC 9(11)V99.
               10  WS-LVR-IMP-DEVOL    PIC 9(11)V99.

       77  WS-LVR-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-LVR-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-TRIBUTO-ATUAL        PIC X(04) VALUE SPACES.

       77  WS-QTDE-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-PERIODO         PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-IGNORADOS       PIC 9(05) VALUE ZEROS.
       77  WS-LIQUIDO-LINHA        PIC S9(11)V99 VALUE ZEROS.

       77  WS-TRB-BASE-VENDA       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TRB-IMP-VENDA        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TRB-BASE-DEVOL       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TRB-IMP-DEVOL        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TRB-LIQUIDO          PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-ICMS         PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-ISS          PIC S9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * GENERAL-LEDGER TAX ENTRY
      *-----------------------------------------------------------------
       77  WS-GL-ACCT-ICMS-VENDAS  PIC X(08) VALUE '6500-000'.
       77  WS-GL-ACCT-ISS-VENDAS   PIC X(08) VALUE '6510-000'.
       77  WS-GL-ACCT-ICMS-RECOL   PIC X(08) VALUE '2310-000'.
       77  WS-GL-ACCT-ISS-RECOL    PIC X(08) VALUE '2320-000'.
       77  WS-GL-ACCT-DEBITO       PIC X(08) VALUE SPACES.
       77  WS-GL-ACCT-CREDITO      PIC X(08) VALUE SPACES.
       77  WS-GL-TAG               PIC X(05) VALUE SPACES.
       77  WS-GL-MAX-LANCTO        PIC 9(07)V99 VALUE 9999999.99.
       77  WS-GL-RESTANTE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-GL-VALOR             PIC 9(07)V99 VALUE ZEROS.
       77  WS-GL-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-GL-ABERTO                 VALUE 'S'.
       77  WS-TL-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-TL-ABERTO                 VALUE 'S'.

       01  WS-RPT-TITULO.
           05  FILLER              PIC X(34) VALUE
               'LIVRO DE APURACAO ICMS/ISS -- MES '.
           05  WS-RT-PERIODO       PIC 9(06).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'TRIB UF   BASE VENDAS  IMP. VENDAS   BAS'.
           05  FILLER              PIC X(40) VALUE
               'E DEVOL.  IMP. DEVOL.  IMP. LIQUIDO     '.

       01  WS-RPT-DETALHE.
           05  WS-RD-TRIBUTO       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-UF            PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-BASE-VENDA    PIC Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-IMP-VENDA     PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-BASE-DEVOL    PIC Z(09)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-IMP-DEVOL     PIC Z(08)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-LIQUIDO       PIC -(09)9.99.
           05  FILLER              PIC X(05) VALUE SPACES.

       01  WS-RPT-AVISO            PIC X(80) VALUE SPACES.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'TAXLIVRO' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-SUMMARIZE-LEDGER
               THRU 2000-SUMMARIZE-LEDGER-EXIT
               UNTIL WS-END-OF-FILE

           MOVE 'ICMS' TO WS-TRIBUTO-ATUAL
           PERFORM 3000-REPORT-TAX
               THRU 3000-REPORT-TAX-EXIT
           MOVE WS-TRB-LIQUIDO TO WS-LIQUIDO-ICMS

           MOVE 'ISS ' TO WS-TRIBUTO-ATUAL
           PERFORM 3000-REPORT-TAX
               THRU 3000-REPORT-TAX-EXIT
           MOVE WS-TRB-LIQUIDO TO WS-LIQUIDO-ISS

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           IF WS-QTDE-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- PICK THE PERIOD, CHECK WHETHER IT IS ALREADY
      * POSTED, AND OPEN THE LEDGER AND THE REPORT
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
           IF WS-PERIODO-MES = 01
               SUBTRACT 1 FROM WS-PERIODO-ANO
               MOVE 12 TO WS-PERIODO-MES
           ELSE
               SUBTRACT 1 FROM WS-PERIODO-MES
           END-IF

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-PERIODO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-PERIODO
               FOR CHARACTERS BEFORE INITIAL 'PERIODO='
           IF WS-POS-PERIODO < 67
               IF WS-PARM-LINHA(WS-POS-PERIODO + 9 : 6) IS NUMERIC
                   AND WS-PARM-LINHA(WS-POS-PERIODO + 13 : 2) > '00'
                   AND WS-PARM-LINHA(WS-POS-PERIODO + 13 : 2) < '13'
                   MOVE WS-PARM-LINHA(WS-POS-PERIODO + 9 : 6)
                       TO WS-PERIODO
               ELSE
                   DISPLAY 'AVISO - PARAMETRO PERIODO= INVALIDO -- '
                       'USANDO ' WS-PERIODO
               END-IF
           END-IF

           DISPLAY 'APURACAO ICMS/ISS DO MES ' WS-PERIODO

           PERFORM 1100-CHECK-POSTED-PERIOD
               THRU 1100-CHECK-POSTED-PERIOD-EXIT

           MOVE SPACES TO WS-LVR-TABLE

           OPEN OUTPUT TAX-REPORT-FILE

           MOVE 'TAXLIVRO' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE TAX-REPORT-LINE FROM RH-HEADER-LINE
           MOVE WS-PERIODO-N TO WS-RT-PERIODO
           WRITE TAX-REPORT-LINE FROM WS-RPT-TITULO
           WRITE TAX-REPORT-LINE FROM WS-RPT-COLUNAS

           OPEN INPUT TAX-LEDGER-FILE
           IF WS-TL-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO TAXLEDG -- NENHUM '
                   'IMPOSTO A APURAR'
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'S' TO WS-TL-ABERTO-SW
           PERFORM 8000-READ-LEDGER
               THRU 8000-READ-LEDGER-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-POSTED-PERIOD -- NO TAXPOSTD FILE MEANS NOTHING WAS
      * EVER POSTED
      ******************************************************************
       1100-CHECK-POSTED-PERIOD.

           OPEN INPUT POSTED-PERIOD-FILE
           IF WS-TP-STATUS NOT = '00'
               GO TO 1100-CHECK-POSTED-PERIOD-EXIT
           END-IF

           PERFORM 8100-READ-POSTED-PERIOD
               THRU 8100-READ-POSTED-PERIOD-EXIT
               UNTIL WS-TP-END-OF-FILE
                  OR WS-PERIODO-POSTADO

           CLOSE POSTED-PERIOD-FILE

           IF WS-PERIODO-POSTADO
               DISPLAY 'AVISO - MES ' WS-PERIODO ' JA LANCADO NA '
                   'CONTABILIDADE -- RELATORIO SEM NOVO LANCAMENTO'
           END-IF.

       1100-CHECK-POSTED-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SUMMARIZE-LEDGER -- ADD ONE LEDGER RECORD OF THE PERIOD TO
      * ITS TAX/STATE ENTRY; AN INVOICE LINE COUNTS AS A SALE, A
      * CREDIT NOTE AS A REVERSAL
      ******************************************************************
       2000-SUMMARIZE-LEDGER.

           ADD 1 TO WS-QTDE-LIDOS

           IF TL-DATA(1:6) NOT = WS-PERIODO
               GO TO 2000-SUMMARIZE-LEDGER-NEXT
           END-IF

           IF NOT TL-ICMS AND NOT TL-ISS
               DISPLAY 'AVISO - DOCUMENTO ' TL-DOCUMENTO
                   ' COM TRIBUTO DESCONHECIDO ' TL-TRIBUTO
                   ' -- IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-SUMMARIZE-LEDGER-NEXT
           END-IF

           PERFORM 2100-FIND-ENTRY
               THRU 2100-FIND-ENTRY-EXIT

           IF WS-LVR-SUB = ZEROS
               DISPLAY 'TABELA DE APURACAO CHEIA -- DOCUMENTO '
                   TL-DOCUMENTO ' UF ' TL-UF ' IGNORADO'
               ADD 1 TO WS-QTDE-IGNORADOS
               GO TO 2000-SUMMARIZE-LEDGER-NEXT
           END-IF

           IF TL-NOTA-CREDITO
               ADD TL-BASE    TO WS-LVR-BASE-DEVOL(WS-LVR-SUB)
               ADD TL-IMPOSTO TO WS-LVR-IMP-DEVOL(WS-LVR-SUB)
           ELSE
               ADD TL-BASE    TO WS-LVR-BASE-VENDA(WS-LVR-SUB)
               ADD TL-IMPOSTO TO WS-LVR-IMP-VENDA(WS-LVR-SUB)
           END-IF

           ADD 1 TO WS-QTDE-PERIODO.

       2000-SUMMARIZE-LEDGER-NEXT.

           PERFORM 8000-READ-LEDGER
               THRU 8000-READ-LEDGER-EXIT.

       2000-SUMMARIZE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-ENTRY -- THE RECORD'S TAX/STATE ENTRY, ADDED IF NEW;
      * WS-LVR-SUB ZERO WHEN THE TABLE IS FULL
      ******************************************************************
       2100-FIND-ENTRY.

           MOVE ZEROS TO WS-LVR-SUB

           IF WS-LVR-COUNT > ZEROS
               SET WS-LVR-IDX TO 1
               SEARCH WS-LVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LVR-IDX > WS-LVR-COUNT
                       CONTINUE
                   WHEN WS-LVR-TRIBUTO(WS-LVR-IDX) = TL-TRIBUTO
                       AND WS-LVR-UF(WS-LVR-IDX) = TL-UF
                       SET WS-LVR-SUB TO WS-LVR-IDX
               END-SEARCH
           END-IF

           IF WS-LVR-SUB > ZEROS OR WS-LVR-COUNT NOT < 100
               GO TO 2100-FIND-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-LVR-COUNT
           MOVE WS-LVR-COUNT TO WS-LVR-SUB
           MOVE TL-TRIBUTO   TO WS-LVR-TRIBUTO(WS-LVR-SUB)
           MOVE TL-UF        TO WS-LVR-UF(WS-LVR-SUB)
           MOVE ZEROS        TO WS-LVR-BASE-VENDA(WS-LVR-SUB)
           MOVE ZEROS        TO WS-LVR-IMP-VENDA(WS-LVR-SUB)
           MOVE ZEROS        TO WS-LVR-BASE-DEVOL(WS-LVR-SUB)
           MOVE ZEROS        TO WS-LVR-IMP-DEVOL(WS-LVR-SUB).

       2100-FIND-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REPORT-TAX -- ONE TAX'S STATE LINES AND TOTAL LINE; LEAVES
      * THE TAX'S NET IN WS-TRB-LIQUIDO AND BOOKS IT IN THE LEDGER
      ******************************************************************
       3000-REPORT-TAX.

           MOVE ZEROS TO WS-TRB-BASE-VENDA
           MOVE ZEROS TO WS-TRB-IMP-VENDA
           MOVE ZEROS TO WS-TRB-BASE-DEVOL
           MOVE ZEROS TO WS-TRB-IMP-DEVOL
           MOVE ZEROS TO WS-TRB-LIQUIDO

           PERFORM 3100-REPORT-STATE
               THRU 3100-REPORT-STATE-EXIT
               VARYING WS-LVR-SUB FROM 1 BY 1
               UNTIL WS-LVR-SUB > WS-LVR-COUNT

           COMPUTE WS-TRB-LIQUIDO =
               WS-TRB-IMP-VENDA - WS-TRB-IMP-DEVOL

           MOVE SPACES            TO WS-RPT-DETALHE
           MOVE WS-TRIBUTO-ATUAL  TO WS-RD-TRIBUTO
           MOVE 'TT'              TO WS-RD-UF
           MOVE WS-TRB-BASE-VENDA TO WS-RD-BASE-VENDA
           MOVE WS-TRB-IMP-VENDA  TO WS-RD-IMP-VENDA
           MOVE WS-TRB-BASE-DEVOL TO WS-RD-BASE-DEVOL
           MOVE WS-TRB-IMP-DEVOL  TO WS-RD-IMP-DEVOL
           MOVE WS-TRB-LIQUIDO    TO WS-RD-LIQUIDO
           WRITE TAX-REPORT-LINE FROM WS-RPT-DETALHE

           DISPLAY WS-TRIBUTO-ATUAL ' DO MES: VENDAS R$ '
               WS-TRB-IMP-VENDA ' ESTORNOS R$ ' WS-TRB-IMP-DEVOL

           IF WS-TRB-LIQUIDO = ZEROS OR WS-PERIODO-POSTADO
               GO TO 3000-REPORT-TAX-EXIT
           END-IF

           PERFORM 3200-POST-TAX
               THRU 3200-POST-TAX-EXIT.

       3000-REPORT-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 3100-REPORT-STATE -- ONE STATE LINE OF THE CURRENT TAX
      ******************************************************************
       3100-REPORT-STATE.

           IF WS-LVR-TRIBUTO(WS-LVR-SUB) NOT = WS-TRIBUTO-ATUAL
               GO TO 3100-REPORT-STATE-EXIT
           END-IF

           COMPUTE WS-LIQUIDO-LINHA =
               WS-LVR-IMP-VENDA(WS-LVR-SUB)
               - WS-LVR-IMP-DEVOL(WS-LVR-SUB)

           MOVE SPACES                       TO WS-RPT-DETALHE
           MOVE WS-LVR-TRIBUTO(WS-LVR-SUB)    TO WS-RD-TRIBUTO
           MOVE WS-LVR-UF(WS-LVR-SUB)         TO WS-RD-UF
           MOVE WS-LVR-BASE-VENDA(WS-LVR-SUB) TO WS-RD-BASE-VENDA
           MOVE WS-LVR-IMP-VENDA(WS-LVR-SUB)  TO WS-RD-IMP-VENDA
           MOVE WS-LVR-BASE-DEVOL(WS-LVR-SUB) TO WS-RD-BASE-DEVOL
           MOVE WS-LVR-IMP-DEVOL(WS-LVR-SUB)  TO WS-RD-IMP-DEVOL
           MOVE WS-LIQUIDO-LINHA              TO WS-RD-LIQUIDO
           WRITE TAX-REPORT-LINE FROM WS-RPT-DETALHE

           ADD WS-LVR-BASE-VENDA(WS-LVR-SUB) TO WS-TRB-BASE-VENDA
           ADD WS-LVR-IMP-VENDA(WS-LVR-SUB)  TO WS-TRB-IMP-VENDA
           ADD WS-LVR-BASE-DEVOL(WS-LVR-SUB) TO WS-TRB-BASE-DEVOL
           ADD WS-LVR-IMP-DEVOL(WS-LVR-SUB)  TO WS-TRB-IMP-DEVOL.

       3100-REPORT-STATE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-POST-TAX -- BOOK THE TAX'S NET: A POSITIVE MONTH DEBITS THE
      * TAX-ON-SALES EXPENSE AND CREDITS THE TAX PAYABLE, A NEGATIVE
      * MONTH (REVERSALS OVER SALES) THE OTHER WAY ROUND
      ******************************************************************
       3200-POST-TAX.

           IF NOT WS-GL-ABERTO
               OPEN EXTEND GL-INTERFACE-FILE
               IF WS-GL-STATUS NOT = '00'
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF
               PERFORM 8970-WRITE-GL-HEADER
                   THRU 8970-WRITE-GL-HEADER-EXIT
               MOVE 'S' TO WS-GL-ABERTO-SW
           END-IF

           IF WS-TRIBUTO-ATUAL = 'ICMS'
               MOVE WS-GL-ACCT-ICMS-VENDAS TO WS-GL-ACCT-DEBITO
               MOVE WS-GL-ACCT-ICMS-RECOL  TO WS-GL-ACCT-CREDITO
               MOVE 'ICMS'                 TO WS-GL-TAG
           ELSE
               MOVE WS-GL-ACCT-ISS-VENDAS  TO WS-GL-ACCT-DEBITO
               MOVE WS-GL-ACCT-ISS-RECOL   TO WS-GL-ACCT-CREDITO
               MOVE 'ISS'                  TO WS-GL-TAG
           END-IF

           IF WS-TRB-LIQUIDO < ZEROS
               MOVE WS-GL-ACCT-DEBITO  TO WS-GL-ACCT-CREDITO
               IF WS-TRIBUTO-ATUAL = 'ICMS'
                   MOVE WS-GL-ACCT-ICMS-RECOL TO WS-GL-ACCT-DEBITO
               ELSE
                   MOVE WS-GL-ACCT-ISS-RECOL  TO WS-GL-ACCT-DEBITO
               END-IF
               COMPUTE WS-GL-RESTANTE = 0 - WS-TRB-LIQUIDO
           ELSE
               MOVE WS-TRB-LIQUIDO TO WS-GL-RESTANTE
           END-IF

           PERFORM 3210-WRITE-GL-PAIR
               THRU 3210-WRITE-GL-PAIR-EXIT
               UNTIL WS-GL-RESTANTE = ZEROS.

       3200-POST-TAX-EXIT.
           EXIT.

      ******************************************************************
      * 3210-WRITE-GL-PAIR -- A NET TOO LARGE FOR GL-AMOUNT GOES OUT IN
      * SEVERAL PAIRS
      ******************************************************************
       3210-WRITE-GL-PAIR.

           IF WS-GL-RESTANTE > WS-GL-MAX-LANCTO
               MOVE WS-GL-MAX-LANCTO TO WS-GL-VALOR
           ELSE
               MOVE WS-GL-RESTANTE   TO WS-GL-VALOR
           END-IF

           SUBTRACT WS-GL-VALOR FROM WS-GL-RESTANTE

           MOVE WS-GL-ACCT-DEBITO  TO GL-ACCOUNT-CODE
           MOVE 'D'                TO GL-DC-INDICADOR
           MOVE WS-GL-VALOR        TO GL-AMOUNT
           MOVE WS-PERIODO-N       TO GL-PERIODO
           MOVE WS-GL-TAG          TO GL-EMP-ID
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT

           MOVE WS-GL-ACCT-CREDITO TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DC-INDICADOR
           PERFORM 8971-WRITE-GL-ENTRY
               THRU 8971-WRITE-GL-ENTRY-EXIT.

       3210-WRITE-GL-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- A MONTH JUST BOOKED IS ADDED TO TAXPOSTD
      ******************************************************************
       4000-FINALIZE.

           IF WS-PERIODO-POSTADO
               MOVE 'MES JA LANCADO NA CONTABILIDADE -- RELATORIO SEM '
                   TO WS-RPT-AVISO
               MOVE 'NOVO LANCAMENTO' TO WS-RPT-AVISO(50:15)
               WRITE TAX-REPORT-LINE FROM WS-RPT-AVISO
           END-IF

           IF WS-GL-ABERTO
               PERFORM 8972-WRITE-GL-TRAILER
                   THRU 8972-WRITE-GL-TRAILER-EXIT
               CLOSE GL-INTERFACE-FILE
               OPEN EXTEND POSTED-PERIOD-FILE
               IF WS-TP-STATUS NOT = '00'
                   OPEN OUTPUT POSTED-PERIOD-FILE
               END-IF
               MOVE WS-PERIODO-N TO TP-PERIODO
               WRITE POSTED-PERIOD-RECORD
               CLOSE POSTED-PERIOD-FILE
               DISPLAY 'MES ' WS-PERIODO ' LANCADO NA CONTABILIDADE'
           END-IF

           IF WS-TL-ABERTO
               CLOSE TAX-LEDGER-FILE
           END-IF
           CLOSE TAX-REPORT-FILE

           DISPLAY 'REGISTROS LIDOS NO TAXLEDG: ' WS-QTDE-LIDOS
           DISPLAY 'REGISTROS DO MES:           ' WS-QTDE-PERIODO
           DISPLAY 'REGISTROS IGNORADOS:        ' WS-QTDE-IGNORADOS

           MOVE 'TAXLIVRO'          TO CT-PROGRAM-ID
           MOVE 'QTDE REGISTROS'    TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-PERIODO     TO CT-TOTAL-1-VALOR
           MOVE 'ICMS LIQUIDO'      TO CT-TOTAL-2-LABEL
           MOVE WS-LIQUIDO-ICMS     TO CT-TOTAL-2-VALOR
           MOVE 'ISS LIQUIDO'       TO CT-TOTAL-3-LABEL
           MOVE WS-LIQUIDO-ISS      TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-LEDGER
      ******************************************************************
       8000-READ-LEDGER.

           READ TAX-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-POSTED-PERIOD
      ******************************************************************
       8100-READ-POSTED-PERIOD.

           READ POSTED-PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-TP-EOF-SWITCH
           END-READ

           IF NOT WS-TP-END-OF-FILE
               AND TP-PERIODO = WS-PERIODO-N
               MOVE 'S' TO WS-POSTADO-SWITCH
           END-IF.

       8100-READ-POSTED-PERIOD-EXIT.
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
