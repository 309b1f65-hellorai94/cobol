      ******************************************************************
      * Copybook: PAYEXTR
      * Purpose: PAYABLE EXTRACT -- ONE RECORD PER SUPPLIER INVOICE
      *          POMATCH RELEASED AFTER THE THREE-WAY MATCH AND NOT YET
      *          PAID. APPENDED BY POMATCH; APPAGTO PAYS FROM IT AND
      *          REWRITES IT WITH WHAT STAYS OPEN. THE INVOICE'S ISSUE
      *          DATE STARTS THE SUPPLIER'S PAYMENT TERMS AND DISCOUNT
      *          WINDOW; A RECORD WRITTEN BEFORE THE ISSUE DATE WAS
      *          CARRIED HAS IT BLANK AND RUNS FROM THE RELEASE DATE.
      * 15-10-26 MRT  FIRST VERSION -- TAKEN OUT OF POMATCH, WITH THE
      *               ISSUE DATE AND PURCHASE ORDER ADDED.
      ******************************************************************
       01  PAYABLE-EXTRACT-RECORD.
           05  PX-FORNECEDOR           PIC X(10).
           05  PX-NOTA-FISCAL          PIC X(10).
           05  PX-VALOR                PIC 9(09)V99.
           05  PX-DATA-LIBERACAO       PIC 9(08).
           05  PX-DATA-EMISSAO         PIC 9(08).
           05  PX-PO-NUMERO            PIC X(08).
           05  FILLER                  PIC X(05).
