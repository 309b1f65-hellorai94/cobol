      ******************************************************************
      * Copybook: ESTMOV
      * Purpose: FINISHED-GOODS STOCK MOVEMENT -- ONE RECORD PER CHANGE
      *          TO A PRODMAST STOCK FIGURE: A SALE (V) OR A RETURN (D)
      *          FROM SALESINV, A RECEIPT (E), AN ADJUSTMENT (A), A
      *          RESERVATION (R) OR A RELEASE (L) FROM ESTOQPOS. THE
      *          QUANTITY IS SIGNED AS IT MOVED THE FIGURE; THE ON-HAND
      *          AND RESERVED BALANCES ARE THOSE AFTER THE MOVEMENT.
      *          APPENDED, NEVER REWRITTEN.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  STOCK-MOVEMENT-RECORD.
           05  EM-DATA                 PIC 9(08).
           05  EM-ITEM-ID              PIC X(06).
           05  EM-TIPO                 PIC X(01).
               88  EM-VENDA                      VALUE 'V'.
               88  EM-DEVOLUCAO                  VALUE 'D'.
               88  EM-ENTRADA                    VALUE 'E'.
               88  EM-AJUSTE                     VALUE 'A'.
               88  EM-RESERVA                    VALUE 'R'.
               88  EM-LIBERACAO                  VALUE 'L'.
           05  EM-QTDE                 PIC S9(07) SIGN LEADING
                                           SEPARATE.
           05  EM-DOCUMENTO            PIC X(08).
           05  EM-SALDO-ESTOQUE        PIC 9(07).
           05  EM-SALDO-RESERVADO      PIC 9(07).
           05  FILLER                  PIC X(05).
