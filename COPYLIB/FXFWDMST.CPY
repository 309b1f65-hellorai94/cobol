      ******************************************************************
      * Copybook: FXFWDMST
      * Purpose: FX FORWARD-CONTRACT MASTER -- ONE RECORD PER FORWARD
      *          TREASURY CLOSED WITH A COUNTERPARTY: BUY (C) OR SELL
      *          (V) FW-NOCIONAL UNITS OF FW-MOEDA AT THE CONTRACTED
      *          RATE ON THE VALUE DATE. FW-MTM-ACUMULADO IS THE MARK
      *          ALREADY POSTED TO THE GL (BRL, POSITIVE = IN OUR
      *          FAVOUR); EACH DAILY FXFWDMTM RUN POSTS ONLY THE
      *          MOVEMENT AGAINST IT. LIFE CYCLE:
      *            A -- ABERTO: MARKED DAILY UNTIL THE VALUE DATE
      *            L -- LIQUIDADO: ROLLED INTO THE SPOT POSITION AND
      *                 THE FXLOTS LOTS ON THE VALUE DATE
      *            C -- CANCELADO: KEPT FOR HISTORY, NO LONGER MARKED
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  FX-FORWARD-RECORD.
           05  FW-CONTRATO             PIC X(06).
           05  FW-MOEDA                PIC X(03).
           05  FW-SENTIDO              PIC X(01).
               88  FW-COMPRA                     VALUE 'C'.
               88  FW-VENDA                      VALUE 'V'.
           05  FW-NOCIONAL             PIC 9(09)V99.
           05  FW-TAXA-CONTRATADA      PIC 9(04)V9999.
           05  FW-DATA-CONTRATACAO     PIC 9(08).
           05  FW-DATA-VENCIMENTO      PIC 9(08).
           05  FW-CONTRAPARTE          PIC X(20).
           05  FW-STATUS               PIC X(01).
               88  FW-ABERTO                     VALUE 'A'.
               88  FW-LIQUIDADO                  VALUE 'L'.
               88  FW-CANCELADO                  VALUE 'C'.
           05  FW-MTM-ACUMULADO        PIC S9(11)V99 SIGN LEADING
                                           SEPARATE.
           05  FW-TAXA-ULT-MTM         PIC 9(04)V9999.
           05  FW-DATA-ULT-MTM         PIC 9(08).
           05  FILLER                  PIC X(04).
