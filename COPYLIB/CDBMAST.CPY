      ******************************************************************
      * Copybook: CDBMAST
      * Purpose: TERM-DEPOSIT (CDB) CONTRACT MASTER -- ONE RECORD PER
      *          ACCTATTR ACCOUNT OF TYPE 'T', KEYED BY CDB-ACCOUNT-ID.
      *          THE PRINCIPAL SITS ON ACCTBAL LIKE ANY BALANCE; THIS
      *          RECORD CARRIES THE TERMS: ANNUAL RATE, START AND
      *          MATURITY DATES, THE TERM IN DAYS (REUSED ON
      *          ROLLOVER), THE MATURITY INSTRUCTION AND THE CHECKING
      *          ACCOUNT THAT RECEIVES THE PAYOUT. OPENED AND CHANGED
      *          BY CDBMAINT, LIQUIDATED OR ROLLED OVER BY CDBVENC.
      *          CDB-DATA-INICIO IS THE START OF THE CURRENT TERM --
      *          THE INCOME-TAX HOLDING PERIOD RESTARTS ON ROLLOVER,
      *          SINCE A ROLLOVER IS A NEW APPLICATION.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  TERM-DEPOSIT-RECORD.
           05  CDB-ACCOUNT-ID          PIC X(06).
           05  CDB-CONTA-RESGATE       PIC X(06).
           05  CDB-PRINCIPAL           PIC 9(05)V99.
           05  CDB-TAXA-ANUAL          PIC 9(02)V9(04).
           05  CDB-DATA-INICIO         PIC 9(08).
           05  CDB-DATA-VENCTO         PIC 9(08).
           05  CDB-PRAZO-DIAS          PIC 9(04).
           05  CDB-INSTRUCAO           PIC X(01).
               88  CDB-RESGATA-NO-VENCTO         VALUE 'R'.
               88  CDB-RENOVA-NO-VENCTO          VALUE 'N'.
           05  CDB-SITUACAO            PIC X(01).
               88  CDB-ATIVO                     VALUE 'A'.
               88  CDB-RESGATE-PEDIDO            VALUE 'P'.
               88  CDB-LIQUIDADO                 VALUE 'L'.
           05  CDB-DATA-PEDIDO         PIC 9(08).
           05  CDB-QTDE-RENOVACOES     PIC 9(03).
           05  CDB-DATA-LIQUIDACAO     PIC 9(08).
           05  FILLER                  PIC X(10).
