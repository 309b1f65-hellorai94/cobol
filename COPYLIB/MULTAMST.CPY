      ******************************************************************
      * Copybook: MULTAMST
      * Purpose: TRAFFIC-FINE MASTER -- ONE RECORD PER AUTO DE
      *          INFRACAO, KEYED BY MM-AUTO. MULTAPRC ADDS THE FINE FROM
      *          THE NOTICE, FILLS IN THE DRIVER WHO HAD THE VEHICLE AT
      *          THE TIME OF THE INFRACTION (OFF THE FLEETTRP TRIP
      *          FEED), TRACKS IT TO PAYMENT OR CANCELLATION AND FLAGS
      *          THE PAYROLL DEDUCTION ONCE IT IS RAISED. MANZAD READS
      *          IT FOR THE DRIVERS' 12-MONTH LICENSE POINTS.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  FINE-MASTER-RECORD.
           05  MM-AUTO                 PIC X(12).
           05  MM-PLACA                PIC X(07).
           05  MM-VEHICLE-ID           PIC X(05).
           05  MM-DATA                 PIC 9(08).
           05  MM-HORA                 PIC 9(04).
           05  MM-CODIGO-INFRACAO      PIC X(05).
           05  MM-GRAVIDADE            PIC X(01).
               88  MM-LEVE                       VALUE 'L'.
               88  MM-MEDIA                      VALUE 'M'.
               88  MM-GRAVE                      VALUE 'G'.
               88  MM-GRAVISSIMA                 VALUE 'V'.
           05  MM-PONTOS               PIC 9(02).
           05  MM-VALOR                PIC 9(05)V99.
           05  MM-DATA-NOTIFICACAO     PIC 9(08).
           05  MM-PRAZO-INDICACAO      PIC 9(08).
           05  MM-DATA-VENCIMENTO      PIC 9(08).
           05  MM-DRIVER-ID            PIC X(04).
           05  MM-EMP-ID               PIC X(05).
           05  MM-RESPONSAVEL          PIC X(01).
               88  MM-MOTORISTA-PAGA             VALUE 'M'.
               88  MM-EMPRESA-PAGA               VALUE 'E'.
           05  MM-SITUACAO             PIC X(01).
               88  MM-ABERTA                     VALUE 'A'.
               88  MM-PAGA                       VALUE 'P'.
               88  MM-CANCELADA                  VALUE 'C'.
           05  MM-DATA-INDICACAO       PIC 9(08).
           05  MM-DATA-PAGAMENTO       PIC 9(08).
           05  MM-VALOR-PAGO           PIC 9(05)V99.
           05  MM-DESCONTO-SW          PIC X(01).
               88  MM-DESCONTO-GERADO            VALUE 'S'.
           05  MM-DATA-DESCONTO        PIC 9(08).
           05  FILLER                  PIC X(02).
