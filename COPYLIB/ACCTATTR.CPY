      *               ACCTFEES MAINTENANCE FEE, AND CLEARED BACK TO
      *               'A' BY GUANA03 ON THE NEXT CUSTOMER-ORIGINATED
      *               POSTING. SAME RECORD, NO REBUILD NEEDED.
      * 15-10-26 MRT  ADDED THE 'T' TERM-DEPOSIT (CDB) ACCOUNT TYPE.
      *               THE CONTRACT TERMS LIVE ON CDBMAST; THE ACCOUNT
      *               ITSELF ONLY HOLDS THE PRINCIPAL ON ACCTBAL. NO
      *               REBUILD NEEDED.
      ******************************************************************
       01  ACCOUNT-ATTRIBUTE-RECORD.
           05  ATT-ACCOUNT-ID          PIC X(06).
           05  ATT-TIPO-CONTA          PIC X(01).
               88  ATT-CONTA-CORRENTE            VALUES 'C' ' '.
               88  ATT-CONTA-POUPANCA            VALUE 'P'.
               88  ATT-CONTA-PRAZO               VALUE 'T'.
