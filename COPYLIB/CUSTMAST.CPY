      *          RECORD BY HAND.
      * 01-09-26 MRT  FIRST VERSION -- READ BY SALESINV WHEN IT CUTS
      *               THE AR INVOICES (AND THEIR PARCELAS).
      * 15-10-26 MRT  CU-UF ADDED -- THE CUSTOMER'S STATE, WHICH PICKS
      *               THE ICMS/ISS RATE SALESINV CHARGES. REBUILD
      *               CUSTMAST WHEN PROMOTED.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID          PIC X(06).
           05  CU-SITUACAO             PIC X(01).
               88  CU-CLIENTE-ATIVO              VALUES 'A' ' '.
               88  CU-CLIENTE-INATIVO            VALUE 'I'.
           05  CU-UF                   PIC X(02).
