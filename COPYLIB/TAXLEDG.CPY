      ******************************************************************
      * Copybook: TAXLEDG
      * Purpose: SALES-TAX LEDGER -- ONE RECORD PER TAXED SALESINV
      *          DOCUMENT LINE: A BILLED INVOICE LINE (F) OR A CREDIT
      *          NOTE THAT REVERSES THE TAX OF A RETURN (C). CARRIES
      *          THE TAX CLASS AND CUSTOMER STATE THAT PICKED THE RATE,
      *          THE TAXABLE BASE, THE RATE AND THE TAX. APPENDED BY
      *          SALESINV, SUMMARIZED AND POSTED MONTHLY BY TAXLIVRO.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  TAX-LEDGER-RECORD.
           05  TL-DATA                 PIC 9(08).
           05  TL-TIPO-DOC             PIC X(01).
               88  TL-FATURA                     VALUE 'F'.
               88  TL-NOTA-CREDITO               VALUE 'C'.
           05  TL-DOCUMENTO            PIC X(08).
           05  TL-FATURA-ORIGINAL      PIC X(08).
           05  TL-CUSTOMER-ID          PIC X(06).
           05  TL-ITEM-ID              PIC X(06).
           05  TL-CLASSE-FISCAL        PIC X(02).
           05  TL-UF                   PIC X(02).
           05  TL-TRIBUTO              PIC X(04).
               88  TL-ICMS                       VALUE 'ICMS'.
               88  TL-ISS                        VALUE 'ISS '.
           05  TL-BASE                 PIC 9(07)V99.
           05  TL-ALIQUOTA             PIC 9(02)V99.
           05  TL-IMPOSTO              PIC 9(07)V99.
           05  FILLER                  PIC X(03).
