      ******************************************************************
      * Copybook: CHEQMAST
      * Purpose: SHARED CHEQUE-REGISTER RECORD -- ONE RECORD PER CHEQUE
      *          LEAF ISSUED TO AN ACCOUNT, KEYED BY ACCOUNT AND
      *          CHEQUE NUMBER. CHEQMNT ISSUES THE STOCK AND RECORDS
      *          STOP-PAYMENT INSTRUCTIONS; GUANA03 PAYS OR RETURNS
      *          EACH PRESENTED CHEQUE AGAINST IT; ACCTFEES COUNTS THE
      *          INSUFFICIENT-FUNDS RETURNS FOR THE REPEAT-OFFENDER
      *          LIST.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  CHEQUE-REGISTER-RECORD.
           05  CQ-CHAVE.
               10  CQ-ACCOUNT-ID       PIC X(06).
               10  CQ-NUMERO           PIC 9(06).
           05  CQ-STATUS               PIC X(01).
               88  CQ-EM-ESTOQUE                 VALUE 'E'.
               88  CQ-COMPENSADO                 VALUE 'P'.
               88  CQ-SUSTADO                    VALUE 'S'.
               88  CQ-DEVOLVIDO                  VALUE 'D'.
           05  CQ-DATA-EMISSAO         PIC 9(08).
           05  CQ-DATA-SITUACAO        PIC 9(08).
           05  CQ-VALOR                PIC 9(05)V99.
      *    INSUFFICIENT-FUNDS RETURNS OF THIS LEAF -- THE SECOND ONE
      *    (MOTIVO 12) IS FINAL
           05  CQ-QTDE-DEVOL-FUNDOS    PIC 9(01).
           05  CQ-MOTIVO-DEVOL         PIC X(02).
           05  CQ-MOTIVO-SUSTACAO      PIC X(20).
           05  FILLER                  PIC X(07).
