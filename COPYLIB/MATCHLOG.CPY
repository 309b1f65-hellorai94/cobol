      ******************************************************************
      * Copybook: MATCHLOG
      * Purpose: THREE-WAY MATCH LOG -- ONE RECORD PER SUPPLIER INVOICE
      *          POMATCH CHECKS: THE RUN DATE, THE ORDER AND ITS
      *          SUPPLIER (SPACES WHEN NO ORDER WAS FOUND), THE INVOICE,
      *          ITS QUANTITY, THE INVOICE AND ORDER UNIT PRICES, AND
      *          WHETHER THE INVOICE WAS RELEASED OR HELD WITH A
      *          VARIANCE (AND WHY). APPENDED BY POMATCH, READ BY
      *          FORNSCOR FOR THE MONTHLY SUPPLIER SCORECARD.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  MATCH-LOG-RECORD.
           05  ML-DATA                 PIC 9(08).
           05  ML-PO-NUMERO            PIC X(08).
           05  ML-FORNECEDOR           PIC X(10).
           05  ML-NOTA-FISCAL          PIC X(10).
           05  ML-DATA-EMISSAO         PIC 9(08).
           05  ML-QTDE                 PIC 9(07)V9999.
           05  ML-PRECO-NOTA           PIC 9(05)V99.
           05  ML-PRECO-PEDIDO         PIC 9(05)V99.
           05  ML-RESULTADO            PIC X(01).
               88  ML-LIBERADA                   VALUE 'L'.
               88  ML-VARIANCIA                  VALUE 'V'.
           05  ML-MOTIVO               PIC X(16).
           05  FILLER                  PIC X(04).
