      *               ALLOWANCE SALIQUID TOOK OFF THE TAXABLE BASE.
      *               THE RECORD IS LONGER -- REBUILD YTDEARN FROM A
      *               REPRO OF THE OLD FILE WHEN THIS IS PROMOTED.
      * 15-10-26 MRT  ADDED THE YEAR'S PLR PAYOUT (GROSS, EXCLUSIVE IRRF
      *               AND NET) AND THE ANO-BASE IT WAS PAID FOR, WRITTEN
      *               BY PLRPAGTO AND PRINTED APART BY ANNSTMT. PLR IS
      *               NOT PART OF THE MONTHLY SLOTS OR THE YTD TOTALS.
      *               THE RECORD IS LONGER -- REBUILD YTDEARN FROM A
      *               REPRO OF THE OLD FILE WHEN THIS IS PROMOTED.
      ******************************************************************
       01  YTD-EARNINGS-RECORD.
           05  YTD-EMP-ID              PIC X(05).
           05  YTD-TOTAL-LIQUIDO       PIC 9(09)V99.
           05  YTD-TOTAL-DED-DEP       PIC 9(09)V99.
           05  YTD-QTDE-DEP            PIC 9(02).
           05  YTD-PLR-ANO-BASE        PIC 9(04).
           05  YTD-PLR-BRUTO           PIC 9(07)V99.
           05  YTD-PLR-IRRF            PIC 9(07)V99.
           05  YTD-PLR-LIQUIDO         PIC 9(07)V99.
