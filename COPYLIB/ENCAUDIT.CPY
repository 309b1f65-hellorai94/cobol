      ******************************************************************
      * Copybook: ENCAUDIT
      * Purpose: FISCAL YEAR-END CLOSE AUDIT TRAIL -- ONE RECORD PER
      *          ENCEXERC ACTION ON A FISCAL YEAR, STAMPED WITH THE
      *          DATE, TIME AND OPERATOR. APPEND ONLY: THE LAST
      *          RECORD FOR A YEAR IS THAT YEAR'S STATE. WRITTEN BY
      *          ENCEXERC; READ BY ENCEXERC AND BY PERLCTL, WHICH
      *          WILL NOT REOPEN A MONTH OF A CLOSED YEAR.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY ENCEXERC AND PERLCTL.
      ******************************************************************
       01  YEAR-END-AUDIT-RECORD.
           05  EA-ANO                  PIC 9(04).
           05  EA-ACAO                 PIC X(01).
               88  EA-LOTE-GERADO              VALUE 'F'.
               88  EA-EXERCICIO-ENCERRADO      VALUE 'C'.
               88  EA-EXERCICIO-REABERTO       VALUE 'R'.
           05  EA-DATA                 PIC 9(08).
           05  EA-HORA                 PIC 9(06).
           05  EA-OPERADOR             PIC X(08).
