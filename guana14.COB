      *               START AND AT JOB END SO THIS RUN SHOWS UP IN THE
      *               JOB-RUN-LOG LIKE EVERY OTHER BATCH JOB IN THE
      *               SHOP.
      * 15-10-26 MRT  RENTALS NOW FLOW INTO ACCOUNTS RECEIVABLE:
      *               RENTCON CARRIES THE RENTAL CUSTOMER (RC-CUSTOMER-
      *               ID, RECORD 44 TO 50). A CONTRACT THAT NETS A
      *               CHARGE AFTER THE DEPOSIT IS APPENDED TO ARINVOIC
      *               AS INVOICE 'AL' + RC-CONTRATO-ID, DUE IN 30 DAYS,
      *               SO ARAGING AGES AND DUNS IT, CASHAPP APPLIES THE
      *               CASH AND CREDHOLD BLOCKS THE CUSTOMER'S NEXT
      *               RESERVATION IN VEHRESV. ONE THAT NETS A REFUND
      *               BECOMES CREDIT NOTE 'CN' + RC-CONTRATO-ID ON THE
      *               RENTNOTA FILE (CREDNOTA LAYOUT, KEPT APART SO
      *               COMMCALC AND VENDANAL DO NOT TAKE A DEPOSIT
      *               REFUND FOR A SALES RETURN) WITH ITS PAYMENTS-
      *               LAYOUT OFFSET ON RENTAPPL FOR CASHAPP'S FEED.
      *               NAME AND ADDRESS COME FROM CUSTMAST. A CONTRACT
      *               WITH NO CUSTOMER IS PRINTED BUT NOT POSTED
      *               (RETURN CODE 4).
      * 15-10-26 MRT  PRICES COME FROM THE NEW RATEPLAN RATE-PLAN TABLE
      *               INSTEAD OF THE HARDCODED DAILY, KM AND LATE-FEE
      *               RATES: A PLAN IS KEYED BY VEHICLE GROUP (VH-GRUPO
      *               ON VEHMAST, '**' FOR ANY GROUP), SEASON DATE
      *               RANGE AND OPTIONAL CORPORATE AGREEMENT, AND GIVES
      *               THE DAILY RATE, FREE KM PER DAY, EXCESS-KM RATE,
      *               WEEKLY AND MONTHLY CAPS AND THE LATE FEE. RENTCON
      *               CARRIES THE VEHICLE, THE AGREEMENT AND THE PLAN
      *               (RECORD 50 TO 67): A PLAN NAMED ON THE CONTRACT
      *               WINS; OTHERWISE THE PLAN IN SEASON ON THE PICKUP
      *               DATE IS PICKED, THE CUSTOMER'S AGREEMENT BEFORE
      *               THE COUNTER PRICE AND THE EXACT GROUP BEFORE '**'.
      *               NO PLAN FOUND (OR NO RATEPLAN FILE) PRICES AT THE
      *               OLD RATES UNDER PLAN 'PADRAO'. THE BILL NAMES THE
      *               PLAN THAT PRICED IT.
      * 15-10-26 MRT  VEHMAST LAYOUT CAUGHT UP WITH THE DISPOSAL
      *               STATUS, DATE AND SALE PRICE VEHBAIXA RECORDS
      *               (RECORD 76 TO 94) -- LAYOUT ONLY.
      * 15-10-26 MRT  EACH RUN'S ARINVOIC INVOICES NOW GO OUT BETWEEN AN
      *               IFCTL HEADER AND TRAILER (RECORD COUNT, HASH OF
      *               AI-VALOR) SO EVERY READER CAN PROVE THE FILE
      *               ARRIVED WHOLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUANA14.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT RENTAL-CREDIT-NOTE-FILE ASSIGN TO "RENTNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT RENTAL-CREDIT-APPLY-FILE ASSIGN TO "RENTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-CONTRACT-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  RENTAL-CONTRACT-RECORD.
           05  RC-CONTRATO-ID          PIC X(06).
           05  RC-DATA-RETIRADA        PIC 9(08).
           05  RC-ODOM-INICIAL         PIC 9(06).
           05  RC-ODOM-FINAL           PIC 9(06).
           05  RC-DEPOSITO             PIC 9(04)V99.
           05  RC-CUSTOMER-ID          PIC X(06).
           05  RC-VEHICLE-ID           PIC X(05).
           05  RC-ACORDO-ID            PIC X(06).
           05  RC-PLANO-ID             PIC X(06).

      *-----------------------------------------------------------------
      * AR-INVOICE-FILE -- THE OPEN-ITEM FILE ARAGING AGES AND CASHAPP
      * APPLIES CASH TO; ONE SINGLE-PARCEL INVOICE PER CHARGED RENTAL
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

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

      *-----------------------------------------------------------------
      * RENTAL-CREDIT-NOTE-FILE -- ONE NUMBERED CREDIT NOTE PER
      * REFUNDED RENTAL, IN THE CREDNOTA LAYOUT
      *-----------------------------------------------------------------
       FD  RENTAL-CREDIT-NOTE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  CREDIT-NOTE-RECORD.
           05  CN-NUMERO               PIC X(08).
           05  CN-DATA                 PIC 9(08).
           05  CN-CUSTOMER-ID          PIC X(06).
           05  CN-FATURA-ORIGINAL      PIC X(08).
           05  CN-ITEM-ID              PIC X(06).
           05  CN-VALOR                PIC 9(05)V99.
           05  CN-VENDEDOR-ID          PIC X(04).
           05  CN-VALOR-IMPOSTO        PIC 9(05)V99.

      *-----------------------------------------------------------------
      * RENTAL-CREDIT-APPLY-FILE -- THE CREDIT NOTE AS A PAYMENTS-
      * LAYOUT OFFSET FOR CASHAPP'S FEED
      *-----------------------------------------------------------------
       FD  RENTAL-CREDIT-APPLY-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  CREDIT-APPLY-RECORD.
           05  CA-PAYMENT-ID           PIC X(06).
           05  CA-CUSTOMER-ID          PIC X(06).
           05  CA-DATA                 PIC 9(08).
           05  CA-VALOR                PIC 9(05)V99.

      *-----------------------------------------------------------------
      * RATE-PLAN-FILE -- ONE PLAN PER GROUP, SEASON AND AGREEMENT.
      * GROUP '**' PRICES ANY GROUP; A BLANK AGREEMENT IS THE COUNTER
      * PRICE; A ZERO CAP MEANS NO CAP
      *-----------------------------------------------------------------
       FD  RATE-PLAN-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RATE-PLAN-RECORD.
           05  RP-PLANO-ID             PIC X(06).
           05  RP-GRUPO                PIC X(02).
           05  RP-ACORDO-ID            PIC X(06).
           05  RP-DATA-INICIO          PIC 9(08).
           05  RP-DATA-FIM             PIC 9(08).
           05  RP-TARIFA-DIARIA        PIC 9(04)V99.
           05  RP-KM-LIVRE-DIA         PIC 9(04).
           05  RP-TARIFA-KM            PIC 9V99.
           05  RP-TETO-SEMANAL         PIC 9(05)V99.
           05  RP-TETO-MENSAL          PIC 9(06)V99.
           05  RP-MULTA-DIARIA         PIC 9(04)V99.
           05  FILLER                  PIC X(06).

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

       WORKING-STORAGE SECTION.

       77  WS-RC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CU-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CA-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CU-ABERTO-SW         PIC X(01) VALUE 'N'.
           88  WS-CU-ABERTO                  VALUE 'S'.
       77  WS-RP-STATUS            PIC X(02) VALUE SPACES.
       77  WS-VH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                VALUE 'Y'.
       77  WS-RP-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RP-END-OF-FILE             VALUE 'Y'.
       77  WS-VH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-VH-END-OF-FILE             VALUE 'Y'.

       77  WS-DIA                  PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-ATRASO          PIC 9(03) VALUE ZEROS.
       77  WS-MULTA-ATRASO         PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-FINAL          PIC S9(06)V99 VALUE ZEROS.

       77  WS-TARIFA-DIARIA        PIC 9(04)V99 VALUE ZEROS.
       77  WS-TARIFA-KM            PIC 9V99 VALUE ZEROS.
       77  WS-MULTA-DIARIA         PIC 9(04)V99 VALUE ZEROS.
       77  WS-KM-LIVRE-DIA         PIC 9(04) VALUE ZEROS.
       77  WS-TETO-SEMANAL         PIC 9(06)V99 VALUE ZEROS.
       77  WS-TETO-MENSAL          PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE OLD COUNTER PRICE -- PLAN 'PADRAO' WHEN NO RATE PLAN FITS
      *-----------------------------------------------------------------
       77  WS-PADRAO-DIARIA        PIC 9(04)V99 VALUE 90.00.
       77  WS-PADRAO-KM            PIC 9V99 VALUE 0.20.
       77  WS-PADRAO-MULTA         PIC 9(04)V99 VALUE 50.00.

      *-----------------------------------------------------------------
      * CAPPED DAILY CHARGE -- WHOLE 30-DAY MONTHS AT THE MONTHLY CAP,
      * WHOLE WEEKS OF THE REST AT THE WEEKLY CAP, LOOSE DAYS AT THE
      * DAILY RATE, NO SLICE EVER DEARER THAN THE CAP ABOVE IT
      *-----------------------------------------------------------------
       77  WS-MESES                PIC 9(03) VALUE ZEROS.
       77  WS-SEMANAS              PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-RESTO           PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-AVULSOS         PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-AVULSO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-RESTO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-DIARIAS        PIC 9(07)V99 VALUE ZEROS.
       77  WS-KM-FRANQUIA          PIC 9(07) VALUE ZEROS.
       77  WS-KM-EXCEDENTE         PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-KM             PIC 9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      * RATE PLANS AND FLEET GROUPS IN CORE
      *-----------------------------------------------------------------
       01  WS-PLN-TABLE.
           05  WS-PLN-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PLN-IDX.
               10  WS-PLN-PLANO-ID     PIC X(06).
               10  WS-PLN-GRUPO        PIC X(02).
               10  WS-PLN-ACORDO-ID    PIC X(06).
               10  WS-PLN-INICIO       PIC 9(08).
               10  WS-PLN-FIM          PIC 9(08).
               10  WS-PLN-DIARIA       PIC 9(04)V99.
               10  WS-PLN-KM-LIVRE     PIC 9(04).
               10  WS-PLN-TARIFA-KM    PIC 9V99.
               10  WS-PLN-TETO-SEM     PIC 9(05)V99.
               10  WS-PLN-TETO-MES     PIC 9(06)V99.
               10  WS-PLN-MULTA        PIC 9(04)V99.

       77  WS-PLN-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PLN-SUB              PIC 9(03) VALUE ZEROS.
       77  WS-PLN-ESCOLHIDO        PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS-PLANO         PIC 9(01) VALUE ZEROS.
       77  WS-MELHOR-PONTOS        PIC 9(01) VALUE ZEROS.
       77  WS-PLANO-APLICADO       PIC X(06) VALUE SPACES.

       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-GRP-IDX.
               10  WS-GRP-VEHICLE-ID   PIC X(05).
               10  WS-GRP-GRUPO        PIC X(02).

       77  WS-GRP-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-GRUPO-VEICULO        PIC X(02) VALUE SPACES.

       77  WS-JULIANO-RETIRADA     PIC 9(07) VALUE ZEROS.
       77  WS-JULIANO-PREVISTA     PIC 9(07) VALUE ZEROS.
       77  WS-JULIANO-REAL         PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      * ACCOUNTS-RECEIVABLE POSTING -- INVOICE AND CREDIT-NOTE
      * NUMBERS ARE BUILT FROM THE CONTRACT, SO THE CONTRACT IS THE
      * REFERENCE ON EVERY AR DOCUMENT
      *-----------------------------------------------------------------
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-INT-VENCIMENTO       PIC 9(07) VALUE ZEROS.
       77  WS-DATA-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-REEMBOLSO      PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTDE-FATURAS         PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NOTAS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-CLIENTE     PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-FATURADO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-REEMBOLSADO    PIC 9(09)V99 VALUE ZEROS.

       01  WS-NUMERO-FATURA.
           05  FILLER              PIC X(02) VALUE 'AL'.
           05  WS-NF-CONTRATO      PIC X(06).
       01  WS-NUMERO-NOTA.
           05  FILLER              PIC X(02) VALUE 'CN'.
           05  WS-NN-CONTRATO      PIC X(06).

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY IFCTLLNK.

       PROCEDURE DIVISION.

               THRU 2000-BILL-CONTRACT-EXIT
               UNTIL WS-END-OF-FILE

           PERFORM 9000-FINALIZE
               THRU 9000-FINALIZE-EXIT

           IF WS-QTDE-SEM-CLIENTE > ZEROS
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
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30
           COMPUTE WS-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WS-INT-VENCIMENTO)

           OPEN INPUT RENTAL-CONTRACT-FILE

           OPEN EXTEND AR-INVOICE-FILE
           IF WS-AI-STATUS NOT = '00'
               OPEN OUTPUT AR-INVOICE-FILE
           END-IF
           PERFORM 8975-WRITE-AR-HEADER
               THRU 8975-WRITE-AR-HEADER-EXIT
           OPEN EXTEND RENTAL-CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               OPEN OUTPUT RENTAL-CREDIT-NOTE-FILE
           END-IF
           OPEN OUTPUT RENTAL-CREDIT-APPLY-FILE

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CU-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE CUSTMAST -- FATURAS '
                   'SAEM SEM NOME E ENDERECO'
           ELSE
               MOVE 'S' TO WS-CU-ABERTO-SW
           END-IF

           PERFORM 1100-LOAD-RATE-PLANS
               THRU 1100-LOAD-RATE-PLANS-EXIT

           PERFORM 1200-LOAD-VEHICLE-GROUPS
               THRU 1200-LOAD-VEHICLE-GROUPS-EXIT

           PERFORM 8000-READ-CONTRACT
               THRU 8000-READ-CONTRACT-EXIT.

           EXIT.

      ******************************************************************
      * 1100-LOAD-RATE-PLANS -- BOUNDED TO THE OCCURS 100 LIMIT; NO
      * RATEPLAN FILE PRICES EVERY CONTRACT AT THE OLD COUNTER PRICE
      ******************************************************************
       1100-LOAD-RATE-PLANS.

           MOVE SPACES TO WS-PLN-TABLE

           OPEN INPUT RATE-PLAN-FILE
           IF WS-RP-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO RATEPLAN -- CONTRATOS '
                   'COBRADOS PELO PLANO PADRAO'
               GO TO 1100-LOAD-RATE-PLANS-EXIT
           END-IF

           PERFORM 8100-READ-RATE-PLAN
               THRU 8100-READ-RATE-PLAN-EXIT
           PERFORM 1110-STORE-RATE-PLAN
               THRU 1110-STORE-RATE-PLAN-EXIT
               UNTIL WS-RP-END-OF-FILE

           CLOSE RATE-PLAN-FILE.

       1100-LOAD-RATE-PLANS-EXIT.
           EXIT.

      ******************************************************************
      * 1110-STORE-RATE-PLAN
      ******************************************************************
       1110-STORE-RATE-PLAN.

           IF WS-PLN-COUNT < 100
               ADD 1 TO WS-PLN-COUNT
               SET WS-PLN-IDX TO WS-PLN-COUNT
               MOVE RP-PLANO-ID      TO WS-PLN-PLANO-ID(WS-PLN-IDX)
               MOVE RP-GRUPO         TO WS-PLN-GRUPO(WS-PLN-IDX)
               MOVE RP-ACORDO-ID     TO WS-PLN-ACORDO-ID(WS-PLN-IDX)
               MOVE RP-DATA-INICIO   TO WS-PLN-INICIO(WS-PLN-IDX)
               MOVE RP-DATA-FIM      TO WS-PLN-FIM(WS-PLN-IDX)
               MOVE RP-TARIFA-DIARIA TO WS-PLN-DIARIA(WS-PLN-IDX)
               MOVE RP-KM-LIVRE-DIA  TO WS-PLN-KM-LIVRE(WS-PLN-IDX)
               MOVE RP-TARIFA-KM     TO WS-PLN-TARIFA-KM(WS-PLN-IDX)
               MOVE RP-TETO-SEMANAL  TO WS-PLN-TETO-SEM(WS-PLN-IDX)
               MOVE RP-TETO-MENSAL   TO WS-PLN-TETO-MES(WS-PLN-IDX)
               MOVE RP-MULTA-DIARIA  TO WS-PLN-MULTA(WS-PLN-IDX)
           ELSE
               DISPLAY 'TABELA DE PLANOS CHEIA -- PLANO '
                   RP-PLANO-ID ' IGNORADO'
           END-IF

           PERFORM 8100-READ-RATE-PLAN
               THRU 8100-READ-RATE-PLAN-EXIT.

       1110-STORE-RATE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-VEHICLE-GROUPS -- EACH CAR'S GROUP OFF VEHMAST; NO
      * VEHMAST LEAVES ONLY THE '**' PLANS TO PRICE BY GROUP
      ******************************************************************
       1200-LOAD-VEHICLE-GROUPS.

           MOVE SPACES TO WS-GRP-TABLE

           OPEN INPUT VEHICLE-MASTER-FILE
           IF WS-VH-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM MESTRE VEHMAST -- GRUPO DO '
                   'VEICULO DESCONHECIDO'
               GO TO 1200-LOAD-VEHICLE-GROUPS-EXIT
           END-IF

           PERFORM 8200-READ-VEHICLE
               THRU 8200-READ-VEHICLE-EXIT
           PERFORM 1210-STORE-VEHICLE-GROUP
               THRU 1210-STORE-VEHICLE-GROUP-EXIT
               UNTIL WS-VH-END-OF-FILE

           CLOSE VEHICLE-MASTER-FILE.

       1200-LOAD-VEHICLE-GROUPS-EXIT.
           EXIT.

      ******************************************************************
      * 1210-STORE-VEHICLE-GROUP
      ******************************************************************
       1210-STORE-VEHICLE-GROUP.

           IF WS-GRP-COUNT < 100
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               MOVE VH-VEHICLE-ID TO WS-GRP-VEHICLE-ID(WS-GRP-IDX)
               MOVE VH-GRUPO      TO WS-GRP-GRUPO(WS-GRP-IDX)
           ELSE
               DISPLAY 'TABELA DA FROTA CHEIA -- ' VH-VEHICLE-ID
                   ' IGNORADO'
           END-IF

           PERFORM 8200-READ-VEHICLE
               THRU 8200-READ-VEHICLE-EXIT.

       1210-STORE-VEHICLE-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BILL-CONTRACT -- RATE PLAN, DAYS, KM, LATE PENALTY AND
      * DEPOSIT NETTING
      ******************************************************************
       2000-BILL-CONTRACT.

           COMPUTE WS-DIA = WS-JULIANO-REAL - WS-JULIANO-RETIRADA
           COMPUTE WS-KM  = RC-ODOM-FINAL - RC-ODOM-INICIAL

           PERFORM 2010-FIND-RATE-PLAN
               THRU 2010-FIND-RATE-PLAN-EXIT

           PERFORM 2030-PRICE-DAYS
               THRU 2030-PRICE-DAYS-EXIT

           COMPUTE WS-KM-FRANQUIA = WS-KM-LIVRE-DIA * WS-DIA
           MOVE ZEROS TO WS-KM-EXCEDENTE
           IF WS-KM > WS-KM-FRANQUIA
               COMPUTE WS-KM-EXCEDENTE = WS-KM - WS-KM-FRANQUIA
           END-IF
           COMPUTE WS-VALOR-KM = WS-KM-EXCEDENTE * WS-TARIFA-KM

           COMPUTE WS-ALUGUEL = WS-VALOR-DIARIAS + WS-VALOR-KM

           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE ZEROS TO WS-MULTA-ATRASO

           DISPLAY 'CONTRATO ' RC-CONTRATO-ID ' - ' WS-DIA
               ' DIA(S), ' WS-KM ' KM RODADOS'
           DISPLAY 'PLANO TARIFARIO ' WS-PLANO-APLICADO
               ' - GRUPO ' WS-GRUPO-VEICULO ' ACORDO ' RC-ACORDO-ID
           DISPLAY 'DIARIAS R$ ' WS-VALOR-DIARIAS
               ' - KM EXCEDENTE ' WS-KM-EXCEDENTE ' R$ ' WS-VALOR-KM
           DISPLAY 'VALOR DO ALUGUEL R$ ' WS-ALUGUEL
           IF WS-DIAS-ATRASO > ZEROS
               DISPLAY 'MULTA POR ' WS-DIAS-ATRASO
               DISPLAY 'VALOR FINAL A COBRAR R$ ' WS-VALOR-FINAL
           END-IF

           PERFORM 2100-POST-TO-AR
               THRU 2100-POST-TO-AR-EXIT

           PERFORM 8000-READ-CONTRACT
               THRU 8000-READ-CONTRACT-EXIT.

       2000-BILL-CONTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 2010-FIND-RATE-PLAN -- THE PLAN NAMED ON THE CONTRACT, ELSE
      * THE BEST PLAN IN SEASON FOR THE CAR'S GROUP AND THE
      * CUSTOMER'S AGREEMENT, ELSE THE OLD COUNTER PRICE
      ******************************************************************
       2010-FIND-RATE-PLAN.

           MOVE SPACES TO WS-GRUPO-VEICULO
           IF WS-GRP-COUNT > ZEROS
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-VEHICLE-ID(WS-GRP-IDX) = RC-VEHICLE-ID
                       MOVE WS-GRP-GRUPO(WS-GRP-IDX)
                           TO WS-GRUPO-VEICULO
               END-SEARCH
           END-IF

           MOVE ZEROS TO WS-PLN-ESCOLHIDO
           IF WS-PLN-COUNT = ZEROS
               GO TO 2010-FIND-RATE-PLAN-DEFAULT
           END-IF

           IF RC-PLANO-ID NOT = SPACES
               SET WS-PLN-IDX TO 1
               SEARCH WS-PLN-ENTRY
                   AT END
                       DISPLAY 'AVISO - PLANO ' RC-PLANO-ID
                           ' DO CONTRATO ' RC-CONTRATO-ID
                           ' INEXISTENTE -- PRECO PELA TABELA'
                   WHEN WS-PLN-PLANO-ID(WS-PLN-IDX) = RC-PLANO-ID
                       SET WS-PLN-ESCOLHIDO TO WS-PLN-IDX
               END-SEARCH
           END-IF

           IF WS-PLN-ESCOLHIDO = ZEROS
               MOVE ZEROS TO WS-MELHOR-PONTOS
               PERFORM 2020-SCORE-ONE-PLAN
                   THRU 2020-SCORE-ONE-PLAN-EXIT
                   VARYING WS-PLN-SUB FROM 1 BY 1
                   UNTIL WS-PLN-SUB > WS-PLN-COUNT
           END-IF

           IF WS-PLN-ESCOLHIDO = ZEROS
               GO TO 2010-FIND-RATE-PLAN-DEFAULT
           END-IF

           SET WS-PLN-IDX TO WS-PLN-ESCOLHIDO
           MOVE WS-PLN-PLANO-ID(WS-PLN-IDX)   TO WS-PLANO-APLICADO
           MOVE WS-PLN-DIARIA(WS-PLN-IDX)     TO WS-TARIFA-DIARIA
           MOVE WS-PLN-KM-LIVRE(WS-PLN-IDX)   TO WS-KM-LIVRE-DIA
           MOVE WS-PLN-TARIFA-KM(WS-PLN-IDX)  TO WS-TARIFA-KM
           MOVE WS-PLN-TETO-SEM(WS-PLN-IDX)   TO WS-TETO-SEMANAL
           MOVE WS-PLN-TETO-MES(WS-PLN-IDX)   TO WS-TETO-MENSAL
           MOVE WS-PLN-MULTA(WS-PLN-IDX)      TO WS-MULTA-DIARIA
           GO TO 2010-FIND-RATE-PLAN-EXIT.

       2010-FIND-RATE-PLAN-DEFAULT.

           MOVE 'PADRAO'        TO WS-PLANO-APLICADO
           MOVE WS-PADRAO-DIARIA TO WS-TARIFA-DIARIA
           MOVE ZEROS           TO WS-KM-LIVRE-DIA
           MOVE WS-PADRAO-KM    TO WS-TARIFA-KM
           MOVE ZEROS           TO WS-TETO-SEMANAL
           MOVE ZEROS           TO WS-TETO-MENSAL
           MOVE WS-PADRAO-MULTA TO WS-MULTA-DIARIA.

       2010-FIND-RATE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 2020-SCORE-ONE-PLAN -- A PLAN IN SEASON ON THE PICKUP DATE
      * QUALIFIES WHEN ITS GROUP IS THE CAR'S OR '**' AND ITS
      * AGREEMENT IS THE CONTRACT'S OR BLANK. THE AGREEMENT WEIGHS
      * MORE THAN THE EXACT GROUP; ON A TIE THE FIRST PLAN STAYS
      ******************************************************************
       2020-SCORE-ONE-PLAN.

           SET WS-PLN-IDX TO WS-PLN-SUB

           IF RC-DATA-RETIRADA < WS-PLN-INICIO(WS-PLN-IDX)
               OR RC-DATA-RETIRADA > WS-PLN-FIM(WS-PLN-IDX)
               GO TO 2020-SCORE-ONE-PLAN-EXIT
           END-IF

           MOVE 1 TO WS-PONTOS-PLANO

           EVALUATE TRUE
               WHEN WS-PLN-ACORDO-ID(WS-PLN-IDX) = SPACES
                   CONTINUE
               WHEN WS-PLN-ACORDO-ID(WS-PLN-IDX) = RC-ACORDO-ID
                   ADD 4 TO WS-PONTOS-PLANO
               WHEN OTHER
                   GO TO 2020-SCORE-ONE-PLAN-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-PLN-GRUPO(WS-PLN-IDX) = '**'
                   CONTINUE
               WHEN WS-PLN-GRUPO(WS-PLN-IDX) = WS-GRUPO-VEICULO
                   ADD 2 TO WS-PONTOS-PLANO
               WHEN OTHER
                   GO TO 2020-SCORE-ONE-PLAN-EXIT
           END-EVALUATE

           IF WS-PONTOS-PLANO > WS-MELHOR-PONTOS
               MOVE WS-PONTOS-PLANO TO WS-MELHOR-PONTOS
               MOVE WS-PLN-SUB      TO WS-PLN-ESCOLHIDO
           END-IF.

       2020-SCORE-ONE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 2030-PRICE-DAYS -- THE DAILY CHARGE UNDER THE PLAN'S WEEKLY
      * AND MONTHLY CAPS; A ZERO CAP IS NO CAP
      ******************************************************************
       2030-PRICE-DAYS.

           COMPUTE WS-VALOR-AVULSO = WS-TARIFA-DIARIA * 7
           IF WS-TETO-SEMANAL = ZEROS
               OR WS-TETO-SEMANAL > WS-VALOR-AVULSO
               MOVE WS-VALOR-AVULSO TO WS-TETO-SEMANAL
           END-IF
           COMPUTE WS-VALOR-AVULSO = WS-TARIFA-DIARIA * 30
           IF WS-TETO-MENSAL = ZEROS
               OR WS-TETO-MENSAL > WS-VALOR-AVULSO
               MOVE WS-VALOR-AVULSO TO WS-TETO-MENSAL
           END-IF

           DIVIDE WS-DIA BY 30 GIVING WS-MESES
               REMAINDER WS-DIAS-RESTO
           DIVIDE WS-DIAS-RESTO BY 7 GIVING WS-SEMANAS
               REMAINDER WS-DIAS-AVULSOS

           COMPUTE WS-VALOR-AVULSO = WS-DIAS-AVULSOS * WS-TARIFA-DIARIA
           IF WS-VALOR-AVULSO > WS-TETO-SEMANAL
               MOVE WS-TETO-SEMANAL TO WS-VALOR-AVULSO
           END-IF

           COMPUTE WS-VALOR-RESTO = WS-SEMANAS * WS-TETO-SEMANAL
           ADD WS-VALOR-AVULSO TO WS-VALOR-RESTO
           IF WS-VALOR-RESTO > WS-TETO-MENSAL
               MOVE WS-TETO-MENSAL TO WS-VALOR-RESTO
           END-IF

           COMPUTE WS-VALOR-DIARIAS = WS-MESES * WS-TETO-MENSAL
           ADD WS-VALOR-RESTO TO WS-VALOR-DIARIAS.

       2030-PRICE-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-POST-TO-AR -- A NET CHARGE BECOMES AN ARINVOIC INVOICE,
      * A NET REFUND A CREDIT NOTE AND ITS CASHAPP OFFSET; A CONTRACT
      * THAT NETS TO ZERO LEAVES NOTHING OPEN
      ******************************************************************
       2100-POST-TO-AR.

           IF WS-VALOR-FINAL = ZEROS
               GO TO 2100-POST-TO-AR-EXIT
           END-IF

           IF RC-CUSTOMER-ID = SPACES
               ADD 1 TO WS-QTDE-SEM-CLIENTE
               DISPLAY 'AVISO - CONTRATO ' RC-CONTRATO-ID
                   ' SEM CLIENTE -- NAO LANCADO NO CONTAS A RECEBER'
               GO TO 2100-POST-TO-AR-EXIT
           END-IF

           MOVE RC-CONTRATO-ID TO WS-NF-CONTRATO
           MOVE RC-CONTRATO-ID TO WS-NN-CONTRATO

           IF WS-VALOR-FINAL < ZEROS
               GO TO 2100-POST-TO-AR-REFUND
           END-IF

           MOVE SPACES TO AR-INVOICE-RECORD
           MOVE RC-CUSTOMER-ID TO CU-CUSTOMER-ID
           IF WS-CU-ABERTO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CU-NOME
                       MOVE SPACES TO CU-ENDERECO
               END-READ
           ELSE
               MOVE SPACES TO CU-NOME
               MOVE SPACES TO CU-ENDERECO
           END-IF

           MOVE WS-NUMERO-FATURA    TO AI-INVOICE-ID
           MOVE RC-CUSTOMER-ID      TO AI-CUSTOMER-ID
           MOVE CU-NOME             TO AI-CUSTOMER-NOME
           MOVE CU-ENDERECO         TO AI-CUSTOMER-ENDERECO
           MOVE WS-VALOR-FINAL      TO AI-VALOR
           MOVE ZEROS               TO AI-DIAS-ATRASO
           MOVE 1                   TO AI-PARCELA-SEQ
           MOVE WS-DATA-VENCIMENTO  TO AI-DATA-VENCIMENTO
           PERFORM 8976-WRITE-AR-INVOICE
               THRU 8976-WRITE-AR-INVOICE-EXIT

           ADD 1 TO WS-QTDE-FATURAS
           ADD WS-VALOR-FINAL TO WS-TOTAL-FATURADO
           DISPLAY 'FATURA ' WS-NUMERO-FATURA ' - CLIENTE '
               RC-CUSTOMER-ID ' R$ ' WS-VALOR-FINAL
               ' VENCE ' WS-DATA-VENCIMENTO
           GO TO 2100-POST-TO-AR-EXIT.

       2100-POST-TO-AR-REFUND.

           COMPUTE WS-VALOR-REEMBOLSO = ZEROS - WS-VALOR-FINAL

           MOVE SPACES              TO CREDIT-NOTE-RECORD
           MOVE WS-NUMERO-NOTA      TO CN-NUMERO
           MOVE WS-DATA-HOJE        TO CN-DATA
           MOVE RC-CUSTOMER-ID      TO CN-CUSTOMER-ID
           MOVE WS-NUMERO-FATURA    TO CN-FATURA-ORIGINAL
           MOVE WS-VALOR-REEMBOLSO  TO CN-VALOR
           MOVE ZEROS               TO CN-VALOR-IMPOSTO
           WRITE CREDIT-NOTE-RECORD

           MOVE WS-NUMERO-NOTA(1:6) TO CA-PAYMENT-ID
           MOVE RC-CUSTOMER-ID      TO CA-CUSTOMER-ID
           MOVE WS-DATA-HOJE        TO CA-DATA
           MOVE WS-VALOR-REEMBOLSO  TO CA-VALOR
           WRITE CREDIT-APPLY-RECORD

           ADD 1 TO WS-QTDE-NOTAS
           ADD WS-VALOR-REEMBOLSO TO WS-TOTAL-REEMBOLSADO
           DISPLAY 'NOTA DE CREDITO ' WS-NUMERO-NOTA ' - CLIENTE '
               RC-CUSTOMER-ID ' R$ ' WS-VALOR-REEMBOLSO.

       2100-POST-TO-AR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-CONTRACT
      ******************************************************************

       8000-READ-CONTRACT-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-RATE-PLAN
      ******************************************************************
       8100-READ-RATE-PLAN.

           READ RATE-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-RP-EOF-SWITCH
           END-READ.

       8100-READ-RATE-PLAN-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-VEHICLE
      ******************************************************************
       8200-READ-VEHICLE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-VH-EOF-SWITCH
           END-READ.

       8200-READ-VEHICLE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZE -- CLOSE UP, RUN TOTALS AND CONTROL TOTALS
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

      ******************************************************************
       9000-FINALIZE.

           CLOSE RENTAL-CONTRACT-FILE
           PERFORM 8977-WRITE-AR-TRAILER
               THRU 8977-WRITE-AR-TRAILER-EXIT
           CLOSE AR-INVOICE-FILE
           CLOSE RENTAL-CREDIT-NOTE-FILE
           CLOSE RENTAL-CREDIT-APPLY-FILE
           IF WS-CU-ABERTO
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           DISPLAY 'FATURAS DE ALUGUEL GERADAS: ' WS-QTDE-FATURAS
               ' R$ ' WS-TOTAL-FATURADO
           DISPLAY 'NOTAS DE CREDITO GERADAS:   ' WS-QTDE-NOTAS
               ' R$ ' WS-TOTAL-REEMBOLSADO
           DISPLAY 'CONTRATOS SEM CLIENTE:      ' WS-QTDE-SEM-CLIENTE

           MOVE 'GUANA14'             TO CT-PROGRAM-ID
           MOVE 'FATURADO R$'         TO CT-TOTAL-1-LABEL
           MOVE WS-TOTAL-FATURADO     TO CT-TOTAL-1-VALOR
           MOVE 'REEMBOLSADO R$'      TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-REEMBOLSADO  TO CT-TOTAL-2-VALOR
           MOVE 'SEM CLIENTE'         TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-SEM-CLIENTE   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       9000-FINALIZE-EXIT.
           EXIT.
