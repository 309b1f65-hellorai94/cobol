      ******************************************************************
      * Copybook: RESTPONT
      * Purpose: RESTORE POINT HANDED FROM MSTREST TO RERUNPLN -- THE
      *          MASTER JUST BROUGHT BACK, THE SNAPSHOT GENERATION IT
      *          NOW REFLECTS AND WHEN THE RESTORE RAN. EVERY UPDATE
      *          RUN OF THAT MASTER WHICH STARTED AFTER RP-GERACAO IS
      *          NO LONGER ON THE FILE AND MUST BE REPEATED. ONE
      *          RECORD, WRITTEN ONLY WHEN THE RESTORE COMPLETED.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY MSTREST AND RERUNPLN.
      ******************************************************************
       01  RESTORE-POINT-RECORD.
           05  RP-MESTRE               PIC X(08).
           05  RP-GERACAO.
               10  RP-GER-DATA         PIC 9(08).
               10  RP-GER-HORA         PIC 9(08).
           05  RP-RESTAURO-DATA        PIC 9(08).
           05  RP-RESTAURO-HORA        PIC 9(08).
           05  RP-QTDE-REGISTROS       PIC 9(09).
