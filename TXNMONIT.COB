      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  CDBVENC INTEREST (JURCDB) AND WITHHOLDING
      *               (IRRFCD) POSTINGS ARE NOT MONITORED EITHER.
      * 15-10-26 MRT  THE TEDRETN CREDIT-BACK OF A REFUSED INTERBANK
      *               TRANSFER (DEVEXT) ONLY RETURNS THE CUSTOMER'S OWN
      *               MONEY AND IS NOT MONITORED; THE OUTBOUND TRFEXT
      *               DEBIT ITSELF IS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMONIT.
               AND AH-CONTRA-CONTA NOT = 'TARIFA'
               AND AH-CONTRA-CONTA NOT = 'JUROSC'
               AND AH-CONTRA-CONTA NOT = 'JURPOU'
               AND AH-CONTRA-CONTA NOT = 'JURCDB'
               AND AH-CONTRA-CONTA NOT = 'IRRFCD'
               AND AH-CONTRA-CONTA NOT = 'DEVEXT'
               IF WS-MOV-COUNT < 200
                   ADD 1 TO WS-MOV-COUNT
                   SET WS-MOV-IDX TO WS-MOV-COUNT
