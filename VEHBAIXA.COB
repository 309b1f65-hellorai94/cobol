      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: VEHICLE DISPOSAL. WHEN A CAR IS SOLD (OR WRITTEN OFF
      * AT ZERO) THE SALE IS KEYED TO VEHBXTRN: VEHICLE, SALE DATE
      * AND PRICE. THIS RUN WORKS OUT THE BOOK VALUE ON THE SALE DATE
      * WITH VEHTCO'S STRAIGHT-LINE RULE (60-MONTH FLEET LIFE ON THE
      * ACQUISITION VALUE), POSTS THE SALE TO THE GLINTRFC GENERAL
      * LEDGER INTERFACE -- CASH IN, ACCUMULATED DEPRECIATION AND
      * VEHICLE COST OUT, THE DIFFERENCE TO DISPOSAL GAIN OR LOSS --
      * AND CLOSES THE VEHICLE ON VEHMAST (VH-SITUACAO 'B' WITH THE
      * DATE AND PRICE). FROM THEN ON MANZAD SUSPENDS ITS TRIPS AND
      * RAISES NO SERVICE FOR IT, VEHRESV REFUSES IT, VEHDOCS DROPS
      * IT FROM THE RENEWAL CALENDAR AND VEHTCO STOPS RANKING IT.
      * BAD SALES GO TO VEHBXEX; VEHBXRP LISTS THE GOOD ONES.
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
       PROGRAM-ID. VEHBAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

           SELECT DISPOSAL-TRAN-FILE ASSIGN TO "VEHBXTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTRFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT DISPOSAL-REJECT-FILE ASSIGN TO "VEHBXEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT DISPOSAL-REPORT-FILE ASSIGN TO "VEHBXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *-----------------------------------------------------------------
      * DISPOSAL-TRAN-FILE -- ONE SALE PER VEHICLE. A ZERO PRICE IS A
      * WRITE-OFF (TOTAL LOSS, SCRAPPED) AND POSTS NO CASH
      *-----------------------------------------------------------------
       FD  DISPOSAL-TRAN-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DISPOSAL-TRAN-RECORD.
           05  BX-VEHICLE-ID           PIC X(05).
           05  BX-DATA-VENDA           PIC 9(08).
           05  BX-VALOR-VENDA          PIC 9(07)V99.
           05  FILLER                  PIC X(08).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GL-ACCOUNT-CODE     PIC X(08).
           05  GL-DC-INDICADOR     PIC X(01).
           05  GL-AMOUNT           PIC 9(07)V99.
           05  GL-PERIODO          PIC 9(06).
           05  GL-EMP-ID           PIC X(05).

       FD  DISPOSAL-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPOSAL-REJECT-RECORD.
           05  ER-VEHICLE-ID           PIC X(05).
           05  FILLER                  PIC X(02).
           05  ER-DATA-VENDA           PIC X(08).
           05  FILLER                  PIC X(02).
           05  ER-MOTIVO               PIC X(40).
           05  FILLER                  PIC X(23).

       FD  DISPOSAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPOSAL-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BX-STATUS            PIC X(02) VALUE SPACES.
       77  WS-GL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-ER-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE            VALUE 'Y'.
       77  WS-BX-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BX-END-OF-FILE            VALUE 'Y'.
       77  WS-CARGA-PERDIDA-SW     PIC X(01) VALUE 'N'.
           88  WS-PERDEU-CARGA              VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE FLEET IN CORE -- LOADED, UPDATED, REWRITTEN WHOLE
      *-----------------------------------------------------------------
       01  WS-VEH-TABLE.
           05  WS-VEH-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-VEH-IDX.
               10  WS-VEH-REGISTRO     PIC X(94).

       77  WS-VEH-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-VEH-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-VEH-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-VEH-ENCONTROU             VALUE 'S'.

      *-----------------------------------------------------------------
      * BOOK VALUE -- VEHTCO'S STRAIGHT LINE: 60-MONTH FLEET LIFE,
      * CHARGED FOR THE MONTHS HELD UP TO THE SALE DATE
      *-----------------------------------------------------------------
       77  WS-VIDA-MESES           PIC 9(03) VALUE 60.
       77  WS-MESES-POSSE          PIC 9(05) VALUE ZEROS.
       77  WS-DEPREC-MENSAL        PIC 9(07)V99 VALUE ZEROS.
       77  WS-DEPREC-ACUMULADA     PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-CONTABIL       PIC 9(07)V99 VALUE ZEROS.
       77  WS-RESULTADO            PIC S9(07)V99 VALUE ZEROS.
       77  WS-INT-AQUISICAO        PIC 9(07) VALUE ZEROS.
       77  WS-INT-VENDA            PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * GL POSTING -- THE SALE BALANCES AS
      *   D CAIXA (PRICE) + D DEPREC ACUMULADA
      *   = C VEICULOS (COST) + C GANHO / - D PERDA (DIFFERENCE)
      *-----------------------------------------------------------------
       77  WS-GL-PERIODO           PIC 9(06) VALUE ZEROS.
       77  WS-GL-ACCT-CAIXA        PIC X(08) VALUE '1100-000'.
       77  WS-GL-ACCT-VEICULOS     PIC X(08) VALUE '1500-000'.
       77  WS-GL-ACCT-DEPREC-ACUM  PIC X(08) VALUE '1590-000'.
       77  WS-GL-ACCT-GANHO-ALIEN  PIC X(08) VALUE '7600-000'.
       77  WS-GL-ACCT-PERDA-ALIEN  PIC X(08) VALUE '6600-000'.

      *-----------------------------------------------------------------
      * RUN COUNTERS AND TOTALS
      *-----------------------------------------------------------------
       77  WS-QTDE-BAIXAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REJEITADAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-VENDAS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-CONTABIL       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-RESULTADO      PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-VENDAS-EDIT    PIC Z(08)9.99.
       77  WS-TOTAL-CONTABIL-EDIT  PIC Z(08)9.99.
       77  WS-TOTAL-RESULT-EDIT    PIC -Z(08)9.99.

      *-----------------------------------------------------------------
      * DISPOSAL REPORT
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

       01  WS-RPT-COLUNAS.
           05  FILLER              PIC X(40) VALUE
               'VEIC  PLACA   DATA VENDA  AQUISICAO DEPR'.
           05  FILLER              PIC X(40) VALUE
               'EC ACUM CONTABIL       VENDA  RESULTADO '.

       01  WS-RPT-DETALHE.
           05  WS-RD-VEHICLE       PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-PLACA         PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DATA-VENDA    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-AQUISICAO     PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-DEPRECIACAO   PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-CONTABIL      PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-VENDA         PIC Z(06)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RD-RESULTADO     PIC -Z(06)9.99.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'VEHBAIXA' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-DISPOSAL
               THRU 2000-PROCESS-DISPOSAL-EXIT
               UNTIL WS-BX-END-OF-FILE

           PERFORM 9000-FINALIZE
               THRU 9000-FINALIZE-EXIT

           IF WS-QTDE-REJEITADAS > ZEROS
               OR WS-PERDEU-CARGA
               MOVE 8 TO RETURN-CODE
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
      * 1000-INITIALIZE -- LOAD THE FLEET, OPEN THE SALES, THE GL
      * INTERFACE (APPENDED) AND THE OUTPUTS. A FLEET THAT DOES NOT
      * FIT IN CORE CANNOT BE REWRITTEN, SO NO SALE IS TAKEN AT ALL
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(1:6) TO WS-GL-PERIODO

           MOVE SPACES TO WS-VEH-TABLE

           OPEN INPUT VEHICLE-MASTER-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE VEHMAST -- TODA VENDA '
                   'SERA REJEITADA'
           ELSE
               PERFORM 8000-READ-VEHICLE
                   THRU 8000-READ-VEHICLE-EXIT
               PERFORM 1100-STORE-VEHICLE
                   THRU 1100-STORE-VEHICLE-EXIT
                   UNTIL WS-VH-END-OF-FILE
               CLOSE VEHICLE-MASTER-FILE
           END-IF

           OPEN OUTPUT DISPOSAL-REJECT-FILE
           OPEN OUTPUT DISPOSAL-REPORT-FILE

           MOVE 'VEHBAIXA' TO RH-PROGRAM-ID
           MOVE 1          TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE DISPOSAL-REPORT-LINE FROM RH-HEADER-LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING 'BAIXAS DA FROTA - VENDA E RESULTADO CONTABIL'
               DELIMITED BY SIZE INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE FROM WS-RPT-COLUNAS

           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - VEHMAST NAO COUBE NA TABELA -- '
                   'NENHUMA BAIXA PROCESSADA'
               MOVE 'Y' TO WS-BX-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT DISPOSAL-TRAN-FILE
           IF WS-BX-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO VEHBXTRN -- NENHUMA '
                   'BAIXA A PROCESSAR'
               MOVE 'Y' TO WS-BX-EOF-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN EXTEND GL-INTERFACE-FILE
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF

           PERFORM 8970-WRITE-GL-HEADER
               THRU 8970-WRITE-GL-HEADER-EXIT

           PERFORM 8100-READ-DISPOSAL
               THRU 8100-READ-DISPOSAL-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-VEHICLE -- BOUNDED TO THE OCCURS 100 LIMIT OF THE
      * OTHER FLEET PROGRAMS
      ******************************************************************
       1100-STORE-VEHICLE.

           IF WS-VEH-COUNT < 100
               ADD 1 TO WS-VEH-COUNT
               SET WS-VEH-IDX TO WS-VEH-COUNT
               MOVE VEHICLE-MASTER-RECORD TO WS-VEH-REGISTRO(WS-VEH-IDX)
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' FORA DA CARGA'
               MOVE 'S' TO WS-CARGA-PERDIDA-SW
           END-IF

           PERFORM 8000-READ-VEHICLE
               THRU 8000-READ-VEHICLE-EXIT.

       1100-STORE-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-DISPOSAL -- THE FIRST FAILING EDIT REJECTS; A
      * GOOD SALE IS VALUED, POSTED, CLOSED ON THE MASTER AND LISTED
      ******************************************************************
       2000-PROCESS-DISPOSAL.

           MOVE SPACES TO WS-MOTIVO

           MOVE 'N' TO WS-VEH-ACHOU
           IF WS-VEH-COUNT > ZEROS
               SET WS-VEH-IDX TO 1
               SEARCH WS-VEH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VEH-REGISTRO(WS-VEH-IDX)(1:5)
                           = BX-VEHICLE-ID
                       MOVE 'S' TO WS-VEH-ACHOU
               END-SEARCH
           END-IF

           IF NOT WS-VEH-ENCONTROU
               MOVE 'VEICULO NAO CADASTRADO NO VEHMAST' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           MOVE WS-VEH-REGISTRO(WS-VEH-IDX) TO VEHICLE-MASTER-RECORD

           IF VH-BAIXADO
               MOVE 'VEICULO JA BAIXADO' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           IF BX-DATA-VENDA NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(BX-DATA-VENDA) NOT = 0
               MOVE 'DATA DE VENDA INVALIDA' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           IF BX-DATA-VENDA > WS-DATA-HOJE
               MOVE 'DATA DE VENDA FUTURA' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           IF VH-DATA-AQUISICAO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(VH-DATA-AQUISICAO) NOT = 0
               MOVE 'DATA DE AQUISICAO INVALIDA NO VEHMAST'
                   TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           IF BX-DATA-VENDA < VH-DATA-AQUISICAO
               MOVE 'VENDA ANTERIOR A AQUISICAO' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           IF BX-VALOR-VENDA NOT NUMERIC
               MOVE 'VALOR DE VENDA INVALIDO' TO WS-MOTIVO
               GO TO 2000-PROCESS-DISPOSAL-REJECT
           END-IF

           PERFORM 2100-COMPUTE-BOOK-VALUE
               THRU 2100-COMPUTE-BOOK-VALUE-EXIT

           PERFORM 2200-POST-DISPOSAL
               THRU 2200-POST-DISPOSAL-EXIT

           MOVE 'B'            TO VH-SITUACAO
           MOVE BX-DATA-VENDA  TO VH-DATA-BAIXA
           MOVE BX-VALOR-VENDA TO VH-VALOR-VENDA
           MOVE VEHICLE-MASTER-RECORD TO WS-VEH-REGISTRO(WS-VEH-IDX)

           PERFORM 2300-REPORT-DISPOSAL
               THRU 2300-REPORT-DISPOSAL-EXIT

           ADD 1 TO WS-QTDE-BAIXAS
           ADD BX-VALOR-VENDA    TO WS-TOTAL-VENDAS
           ADD WS-VALOR-CONTABIL TO WS-TOTAL-CONTABIL
           ADD WS-RESULTADO      TO WS-TOTAL-RESULTADO
           DISPLAY 'BAIXADO - VEICULO ' BX-VEHICLE-ID ' EM '
               BX-DATA-VENDA ' RESULTADO ' WS-RD-RESULTADO
           GO TO 2000-PROCESS-DISPOSAL-NEXT.

       2000-PROCESS-DISPOSAL-REJECT.

           MOVE SPACES         TO DISPOSAL-REJECT-RECORD
           MOVE BX-VEHICLE-ID  TO ER-VEHICLE-ID
           MOVE BX-DATA-VENDA  TO ER-DATA-VENDA
           MOVE WS-MOTIVO      TO ER-MOTIVO
           WRITE DISPOSAL-REJECT-RECORD

           ADD 1 TO WS-QTDE-REJEITADAS
           DISPLAY 'REJEITADO - VEICULO ' BX-VEHICLE-ID ' - '
               WS-MOTIVO.

       2000-PROCESS-DISPOSAL-NEXT.

           PERFORM 8100-READ-DISPOSAL
               THRU 8100-READ-DISPOSAL-EXIT.

       2000-PROCESS-DISPOSAL-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-BOOK-VALUE -- DEPRECIATION UP TO THE SALE DATE,
      * NEVER MORE THAN THE COST; GAIN OR LOSS IS PRICE LESS BOOK
      ******************************************************************
       2100-COMPUTE-BOOK-VALUE.

           COMPUTE WS-INT-AQUISICAO =
               FUNCTION INTEGER-OF-DATE(VH-DATA-AQUISICAO)
           COMPUTE WS-INT-VENDA =
               FUNCTION INTEGER-OF-DATE(BX-DATA-VENDA)
           COMPUTE WS-MESES-POSSE =
               (WS-INT-VENDA - WS-INT-AQUISICAO) / 30
           IF WS-MESES-POSSE > WS-VIDA-MESES
               MOVE WS-VIDA-MESES TO WS-MESES-POSSE
           END-IF

           COMPUTE WS-DEPREC-MENSAL ROUNDED =
               VH-VALOR-AQUISICAO / WS-VIDA-MESES
           COMPUTE WS-DEPREC-ACUMULADA =
               WS-DEPREC-MENSAL * WS-MESES-POSSE

      *    THE ROUNDED MONTHLY SLICE CAN OVERSHOOT THE COST BY A FEW
      *    CENTS AT THE END OF THE LIFE
           IF WS-DEPREC-ACUMULADA > VH-VALOR-AQUISICAO
               MOVE VH-VALOR-AQUISICAO TO WS-DEPREC-ACUMULADA
           END-IF

           COMPUTE WS-VALOR-CONTABIL =
               VH-VALOR-AQUISICAO - WS-DEPREC-ACUMULADA
           COMPUTE WS-RESULTADO =
               BX-VALOR-VENDA - WS-VALOR-CONTABIL.

       2100-COMPUTE-BOOK-VALUE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-DISPOSAL -- CASH AND ACCUMULATED DEPRECIATION IN,
      * VEHICLE COST OUT, THE DIFFERENCE TO GAIN OR LOSS ON DISPOSAL.
      * THE VEHICLE ID RIDES IN GL-EMP-ID FOR THE AUDIT TRAIL
      ******************************************************************
       2200-POST-DISPOSAL.

           MOVE WS-GL-PERIODO TO GL-PERIODO
           MOVE BX-VEHICLE-ID TO GL-EMP-ID

           IF BX-VALOR-VENDA > ZEROS
               MOVE WS-GL-ACCT-CAIXA       TO GL-ACCOUNT-CODE
               MOVE 'D'                    TO GL-DC-INDICADOR
               MOVE BX-VALOR-VENDA         TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           IF WS-DEPREC-ACUMULADA > ZEROS
               MOVE WS-GL-ACCT-DEPREC-ACUM TO GL-ACCOUNT-CODE
               MOVE 'D'                    TO GL-DC-INDICADOR
               MOVE WS-DEPREC-ACUMULADA    TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           IF VH-VALOR-AQUISICAO > ZEROS
               MOVE WS-GL-ACCT-VEICULOS    TO GL-ACCOUNT-CODE
               MOVE 'C'                    TO GL-DC-INDICADOR
               MOVE VH-VALOR-AQUISICAO     TO GL-AMOUNT
               PERFORM 8971-WRITE-GL-ENTRY
                   THRU 8971-WRITE-GL-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RESULTADO > ZEROS
                   MOVE WS-GL-ACCT-GANHO-ALIEN TO GL-ACCOUNT-CODE
                   MOVE 'C'                    TO GL-DC-INDICADOR
                   MOVE WS-RESULTADO           TO GL-AMOUNT
                   PERFORM 8971-WRITE-GL-ENTRY
                       THRU 8971-WRITE-GL-ENTRY-EXIT
               WHEN WS-RESULTADO < ZEROS
                   MOVE WS-GL-ACCT-PERDA-ALIEN TO GL-ACCOUNT-CODE
                   MOVE 'D'                    TO GL-DC-INDICADOR
                   MOVE WS-RESULTADO           TO GL-AMOUNT
                   PERFORM 8971-WRITE-GL-ENTRY
                       THRU 8971-WRITE-GL-ENTRY-EXIT
           END-EVALUATE.

       2200-POST-DISPOSAL-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REPORT-DISPOSAL
      ******************************************************************
       2300-REPORT-DISPOSAL.

           MOVE SPACES              TO WS-RPT-DETALHE
           MOVE BX-VEHICLE-ID       TO WS-RD-VEHICLE
           MOVE VH-PLACA            TO WS-RD-PLACA
           MOVE BX-DATA-VENDA       TO WS-DATA-TRAB
           PERFORM 3900-EDIT-DATE
               THRU 3900-EDIT-DATE-EXIT
           MOVE WS-DATA-EDIT        TO WS-RD-DATA-VENDA
           MOVE VH-VALOR-AQUISICAO  TO WS-RD-AQUISICAO
           MOVE WS-DEPREC-ACUMULADA TO WS-RD-DEPRECIACAO
           MOVE WS-VALOR-CONTABIL   TO WS-RD-CONTABIL
           MOVE BX-VALOR-VENDA      TO WS-RD-VENDA
           MOVE WS-RESULTADO        TO WS-RD-RESULTADO
           WRITE DISPOSAL-REPORT-LINE FROM WS-RPT-DETALHE.

       2300-REPORT-DISPOSAL-EXIT.
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
      * 8000-READ-VEHICLE
      ******************************************************************
       8000-READ-VEHICLE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8000-READ-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-DISPOSAL
      ******************************************************************
       8100-READ-DISPOSAL.

           READ DISPOSAL-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-BX-EOF-SWITCH
           END-READ.

       8100-READ-DISPOSAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE -- REWRITE VEHMAST WITH THE DISPOSALS CLOSED,
      * REPORT TOTALS, RUN TOTALS AND CONTROL TOTALS
      ******************************************************************
       9000-FINALIZE.

      *    A FLEET THAT DID NOT FIT IN CORE MUST NOT BE REWRITTEN FROM
      *    THE TABLE -- THE VEHICLES LEFT OUT WOULD BE DELETED
           IF WS-PERDEU-CARGA
               DISPLAY 'ERRO - VEHMAST NAO COUBE NA TABELA -- '
                   'CADASTRO PRESERVADO, NADA GRAVADO'
           ELSE
               IF WS-QTDE-BAIXAS > ZEROS
                   OPEN OUTPUT VEHICLE-MASTER-FILE
                   PERFORM 9100-WRITE-ONE-VEHICLE
                       THRU 9100-WRITE-ONE-VEHICLE-EXIT
                       VARYING WS-VEH-SUB FROM 1 BY 1
                       UNTIL WS-VEH-SUB > WS-VEH-COUNT
                   CLOSE VEHICLE-MASTER-FILE
               END-IF
           END-IF

           MOVE WS-TOTAL-VENDAS    TO WS-TOTAL-VENDAS-EDIT
           MOVE WS-TOTAL-CONTABIL  TO WS-TOTAL-CONTABIL-EDIT
           MOVE WS-TOTAL-RESULTADO TO WS-TOTAL-RESULT-EDIT

           MOVE SPACES TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING '  VEICULOS BAIXADOS: ' WS-QTDE-BAIXAS
               '   REJEITADOS: ' WS-QTDE-REJEITADAS
               DELIMITED BY SIZE INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING '  TOTAL VENDIDO R$     ' WS-TOTAL-VENDAS-EDIT
               DELIMITED BY SIZE INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING '  VALOR CONTABIL R$    ' WS-TOTAL-CONTABIL-EDIT
               DELIMITED BY SIZE INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING '  RESULTADO NA VENDA R$' WS-TOTAL-RESULT-EDIT
               DELIMITED BY SIZE INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE

           IF WS-BX-STATUS = '00' OR WS-BX-STATUS = '10'
               CLOSE DISPOSAL-TRAN-FILE
               PERFORM 8972-WRITE-GL-TRAILER
                   THRU 8972-WRITE-GL-TRAILER-EXIT
               CLOSE GL-INTERFACE-FILE
           END-IF
           CLOSE DISPOSAL-REJECT-FILE
           CLOSE DISPOSAL-REPORT-FILE

           DISPLAY 'BAIXAS PROCESSADAS:     ' WS-QTDE-BAIXAS
           DISPLAY 'BAIXAS REJEITADAS:      ' WS-QTDE-REJEITADAS
           DISPLAY 'TOTAL VENDIDO R$        ' WS-TOTAL-VENDAS-EDIT
           DISPLAY 'RESULTADO NA VENDA R$  ' WS-TOTAL-RESULT-EDIT

           MOVE 'VEHBAIXA'         TO CT-PROGRAM-ID
           MOVE 'BAIXAS'           TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-BAIXAS     TO CT-TOTAL-1-VALOR
           MOVE 'VENDAS R$'        TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-VENDAS    TO CT-TOTAL-2-VALOR
           MOVE 'RESULTADO R$'     TO CT-TOTAL-3-LABEL
           MOVE WS-TOTAL-RESULTADO TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       9000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-WRITE-ONE-VEHICLE
      ******************************************************************
       9100-WRITE-ONE-VEHICLE.

           SET WS-VEH-IDX TO WS-VEH-SUB
           WRITE VEHICLE-MASTER-RECORD FROM WS-VEH-REGISTRO(WS-VEH-IDX).

       9100-WRITE-ONE-VEHICLE-EXIT.
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
