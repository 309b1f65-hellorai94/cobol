      ******************************************************************
      * Copybook: TEDMAST
      * Purpose: OUTBOUND INTERBANK TRANSFER REGISTER -- ONE RECORD PER
      *          TED OR PIX A CUSTOMER ASKED TO SEND TO ANOTHER BANK,
      *          KEYED BY THE SIX-CHARACTER TRANSFER REFERENCE THAT
      *          TRAVELS ON THE LEDGER FEED, THE REMITTANCE AND THE
      *          BANK'S RETURN. LIFE CYCLE:
      *            A -- AGENDADA: CAPTURED BY TEDMNT, WAITING FOR ITS
      *                 EFFECTIVE DATE (CUTOFF AND CALENDAR APPLIED)
      *            F -- NO FEED: RELEASED BY TEDMNT ON THE TEDTRAN
      *                 FEED FOR THE NEXT GUANA03 RUN
      *            E -- ENVIADA: DEBITED BY GUANA03 AND WRITTEN TO THE
      *                 TEDREM REMITTANCE
      *            L -- LIQUIDADA: CONFIRMED BY THE BANK (TEDRETN)
      *            D -- DEVOLVIDA: REFUSED BY THE BANK AND CREDITED
      *                 BACK TO THE CUSTOMER (TEDRETN)
      *            R -- RECUSADA: NOT DEBITED -- NO FUNDS OR CLOSED
      *                 ACCOUNT AT POSTING TIME (GUANA03)
      *            C -- CANCELADA: WITHDRAWN BEFORE RELEASE (TEDMNT)
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  INTERBANK-TRANSFER-RECORD.
           05  TE-REF                  PIC X(06).
           05  TE-ACCOUNT-ID           PIC X(06).
           05  TE-MODALIDADE           PIC X(01).
               88  TE-TED                        VALUE 'T'.
               88  TE-PIX                        VALUE 'P'.
           05  TE-VALOR                PIC 9(05)V99.
           05  TE-DESTINO.
               10  TE-BANCO-DEST       PIC 9(03).
               10  TE-AGENCIA-DEST     PIC 9(04).
               10  TE-CONTA-DEST       PIC X(12).
               10  TE-CPF-CNPJ-DEST    PIC X(14).
               10  TE-NOME-DEST        PIC X(25).
           05  TE-DATA-SOLICITACAO     PIC 9(08).
           05  TE-HORA-SOLICITACAO     PIC 9(04).
           05  TE-DATA-EFETIVA         PIC 9(08).
           05  TE-STATUS               PIC X(01).
               88  TE-AGENDADA                   VALUE 'A'.
               88  TE-NO-FEED                    VALUE 'F'.
               88  TE-ENVIADA                    VALUE 'E'.
               88  TE-LIQUIDADA                  VALUE 'L'.
               88  TE-DEVOLVIDA                  VALUE 'D'.
               88  TE-RECUSADA                   VALUE 'R'.
               88  TE-CANCELADA                  VALUE 'C'.
           05  TE-DATA-SITUACAO        PIC 9(08).
      *    BANK OCCURRENCE CODE ON A RETURN; SPACES OTHERWISE
           05  TE-COD-OCORRENCIA       PIC X(02).
           05  TE-MOTIVO               PIC X(30).
           05  FILLER                  PIC X(11).
