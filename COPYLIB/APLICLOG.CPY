      ******************************************************************
      * Copybook: APLICLOG
      * Purpose: CASH-APPLICATION LOG -- ONE RECORD PER AMOUNT CASHAPP
      *          APPLIES TO AN OPEN AR PARCEL: THE PAYMENT DATE, THE
      *          PARCEL AND ITS DUE DATE, THE AMOUNT, THE DAYS PAID
      *          AFTER THE DUE DATE (NEGATIVE WHEN PAID EARLY), WHETHER
      *          THE MONEY WAS CASH OR A SALESINV CREDIT-NOTE OFFSET,
      *          AND WHETHER THE PARCEL WAS SETTLED BY IT. APPENDED BY
      *          CASHAPP, READ BY ARINDIC FOR THE MONTHLY COLLECTIONS
      *          FIGURES AND THE CUSTOMER PAYMENT-BEHAVIOR SCORE.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  APPLICATION-LOG-RECORD.
           05  AP-DATA                 PIC 9(08).
           05  AP-CUSTOMER-ID          PIC X(06).
           05  AP-INVOICE-ID           PIC X(08).
           05  AP-PARCELA-SEQ          PIC 9(02).
           05  AP-DATA-VENCIMENTO      PIC 9(08).
           05  AP-VALOR                PIC 9(07)V99.
           05  AP-DIAS-ATRASO          PIC S9(04) SIGN LEADING
                                           SEPARATE.
           05  AP-ORIGEM               PIC X(01).
               88  AP-CAIXA                      VALUE 'C'.
               88  AP-NOTA-CREDITO               VALUE 'N'.
           05  AP-QUITADA              PIC X(01).
               88  AP-PARCELA-QUITADA            VALUE 'S'.
           05  FILLER                  PIC X(02).
