      ******************************************************************
      * Copybook: CCREAL
      * Purpose: SHARED PAYROLL-ACTUALS-BY-COST-CENTER RECORD -- ONE
      *          RECORD PER COMPETENCIA PER EMP-CENTRO-CUSTO, KEYED BY
      *          PERIOD + CENTER. SALIQUID REPLACES THE MONTH'S
      *          RECORDS ON EVERY PRODUCTION RUN (A RERUN CANNOT
      *          DOUBLE A MONTH); ORCAMVAR READS THE YEAR'S RECORDS
      *          BACK TO COMPARE THEM WITH FINANCE'S ORCAMENT BUDGET.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY SALIQUID AND ORCAMVAR.
      ******************************************************************
       01  CC-ACTUALS-RECORD.
           05  CR-CHAVE.
               10  CR-PERIODO          PIC 9(06).
               10  CR-CENTRO           PIC X(04).
           05  CR-QTDE                 PIC 9(05).
           05  CR-BRUTO                PIC 9(09)V99.
           05  CR-FGTS                 PIC 9(09)V99.
           05  CR-INSS-PAT             PIC 9(09)V99.
           05  CR-HORA-EXTRA           PIC 9(09)V99.
           05  CR-BENEFICIOS           PIC 9(09)V99.
