      ******************************************************************
      * Copybook: FXFWDLIQ
      * Purpose: FORWARD SETTLEMENT FEED -- ONE RECORD PER FORWARD
      *          FXFWDMTM SETTLED ON ITS VALUE DATE, FOR FXLOTUPD: A
      *          BUY OPENS A NEW FXLOTS LOT, A SELL RELIEVES THE OPEN
      *          LOTS AT AVERAGE COST. FL-TAXA IS THE SPOT RATE OF THE
      *          VALUE DATE -- THE FORWARD'S OWN RESULT AGAINST THE
      *          CONTRACTED RATE WAS ALREADY POSTED BY THE DAILY MARKS.
      *          CONSUMED BY FXLOTUPD.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  FX-SETTLEMENT-RECORD.
           05  FL-CONTRATO             PIC X(06).
           05  FL-MOEDA                PIC X(03).
           05  FL-SENTIDO              PIC X(01).
               88  FL-COMPRA                     VALUE 'C'.
               88  FL-VENDA                      VALUE 'V'.
           05  FL-DATA                 PIC 9(08).
           05  FL-QTDE                 PIC 9(09)V99.
           05  FL-TAXA                 PIC 9(04)V9999.
           05  FILLER                  PIC X(03).
