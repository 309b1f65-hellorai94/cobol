      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  TERM-DEPOSIT (CDB) ACCOUNTS NEVER GO DORMANT --
      *               THEIR MONEY IS LOCKED BY CONTRACT -- AND THE
      *               CDBVENC JURCDB/IRRFCD STAMPS ARE NOT ACTIVITY.
      * 15-10-26 MRT  THE TEDRETN DEVEXT CREDIT-BACK OF A REFUSED
      *               INTERBANK TRANSFER IS NOT ACTIVITY EITHER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.
           IF AH-CONTRA-CONTA = 'TARIFA'
               OR AH-CONTRA-CONTA = 'JUROSC'
               OR AH-CONTRA-CONTA = 'JURPOU'
               OR AH-CONTRA-CONTA = 'JURCDB'
               OR AH-CONTRA-CONTA = 'IRRFCD'
               OR AH-CONTRA-CONTA = 'DEVEXT'
               GO TO 1110-NOTE-ONE-POSTING-NEXT
           END-IF


      ******************************************************************
      * 2000-SWEEP-ACCOUNT -- ONLY ACTIVE ACCOUNTS CAN GO DORMANT;
      * CLOSED, BLOCKED AND ALREADY-DORMANT ONES ARE LEFT ALONE, AND
      * SO ARE TERM-DEPOSIT ACCOUNTS, SILENT BY DESIGN UNTIL MATURITY
      ******************************************************************
       2000-SWEEP-ACCOUNT.

           ADD 1 TO WS-QTDE-VARRIDAS

           IF NOT ATT-CONTA-ATIVA
               OR ATT-CONTA-PRAZO
               GO TO 2000-SWEEP-ACCOUNT-NEXT
           END-IF

