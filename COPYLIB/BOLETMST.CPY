      ******************************************************************
      * Copybook: BOLETMST
      * Purpose: BOLETO REGISTER -- ONE RECORD PER BANK SLIP ISSUED
      *          FOR AN ARINVOIC INVOICE PARCEL, KEYED BY OUR NUMBER
      *          (NOSSO NUMERO, THE NUMBER THE BANK QUOTES BACK ON THE
      *          RETORNO) WITH THE INVOICE/PARCEL AS ALTERNATE KEY SO
      *          A PARCEL IS NEVER ISSUED TWICE. LIFE CYCLE:
      *            E -- EMITIDO: ON THE REMESSA, WAITING FOR THE BANK
      *                 (BOLEMIS)
      *            R -- REGISTRADO: ENTRY CONFIRMED BY THE BANK
      *            J -- REJEITADO: ENTRY REFUSED BY THE BANK
      *            P -- PAGO: SETTLED; THE PAYMENT WENT TO CASHAPP
      *            B -- BAIXADO: WRITTEN OFF AT THE BANK UNPAID
      *          (R, J, P AND B ARE SET BY BOLRETN)
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  BOLETO-RECORD.
           05  BM-NOSSO-NUMERO         PIC 9(11).
           05  BM-CHAVE-FATURA.
               10  BM-INVOICE-ID       PIC X(08).
               10  BM-PARCELA-SEQ      PIC 9(02).
           05  BM-CUSTOMER-ID          PIC X(06).
           05  BM-DATA-EMISSAO         PIC 9(08).
           05  BM-DATA-VENCIMENTO      PIC 9(08).
           05  BM-VALOR                PIC 9(07)V99.
           05  BM-MULTA-PCT            PIC 9(02)V99.
           05  BM-JUROS-DIA            PIC 9(05)V99.
           05  BM-STATUS               PIC X(01).
               88  BM-EMITIDO                    VALUE 'E'.
               88  BM-REGISTRADO                 VALUE 'R'.
               88  BM-REJEITADO                  VALUE 'J'.
               88  BM-PAGO                       VALUE 'P'.
               88  BM-BAIXADO                    VALUE 'B'.
           05  BM-DATA-SITUACAO        PIC 9(08).
           05  BM-COD-OCORRENCIA       PIC X(02).
           05  BM-VALOR-PAGO           PIC 9(07)V99.
           05  BM-TARIFA               PIC 9(05)V99.
           05  FILLER                  PIC X(10).
