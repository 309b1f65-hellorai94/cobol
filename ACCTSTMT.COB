      *-----------------------------------------------------------------
      * Modification History
      * 01-09-26 MRT  ORIGINAL VERSION.
      * 15-10-26 MRT  PAID CHEQUES (CONTRA 'CHEQUE') PRINT AS CHEQUE
      *               COMPENSADO AND THE ACCTFEES RETURNED-CHEQUE FEE
      *               (A 'TARIFA' CARRYING THE CHEQUE NUMBER IN THE
      *               REFERENCE) AS TARIFA DEVOL.CHQ, EACH WITH THE
      *               CHEQUE NUMBER IN THE COUNTER-ACCOUNT COLUMN.
      * 15-10-26 MRT  CDBVENC TERM-DEPOSIT POSTINGS PRINT AS RENDIMENTO
      *               CDB (CONTRA 'JURCDB') AND IRRF CDB (CONTRA
      *               'IRRFCD').
      * 15-10-26 MRT  OUTBOUND INTERBANK TRANSFERS PRINT AS TRANSF.
      *               INTERBANC. (CONTRA 'TRFEXT') AND THE TEDRETN
      *               CREDIT-BACK AS DEVOL.TRANSF.EXT (CONTRA 'DEVEXT'),
      *               EACH WITH THE TRANSFER REFERENCE IN THE COUNTER-
      *               ACCOUNT COLUMN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
               10  WS-MOV-TIPO     PIC X(01).
               10  WS-MOV-VALOR    PIC 9(05)V99.
               10  WS-MOV-CONTRA   PIC X(06).
               10  WS-MOV-REF      PIC X(06).

       77  WS-MOV-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-MOV-SUB              PIC 9(03) VALUE ZEROS.
                   MOVE AH-TIPO         TO WS-MOV-TIPO(WS-MOV-IDX)
                   MOVE AH-VALOR        TO WS-MOV-VALOR(WS-MOV-IDX)
                   MOVE AH-CONTRA-CONTA TO WS-MOV-CONTRA(WS-MOV-IDX)
                   MOVE AH-REF-TRANSFER TO WS-MOV-REF(WS-MOV-IDX)
               ELSE
                   DISPLAY 'TABELA DE MOVIMENTOS CHEIA -- CONTA '
                       WS-CONTA-ATUAL ' EXTRATO TRUNCADO'
           MOVE WS-MOV-DATA(WS-MOV-IDX) TO WS-ST-MOV-DATA

           EVALUATE TRUE
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'TARIFA'
                   AND WS-MOV-REF(WS-MOV-IDX) NOT = SPACES
                   MOVE 'TARIFA DEVOL.CHQ' TO WS-ST-MOV-DESC
                   MOVE WS-MOV-REF(WS-MOV-IDX)
                       TO WS-ST-MOV-CONTRA
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'TARIFA'
                   MOVE 'TARIFA MANUTENC.' TO WS-ST-MOV-DESC
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'CHEQUE'
                   MOVE 'CHEQUE COMPENS. ' TO WS-ST-MOV-DESC
                   MOVE WS-MOV-REF(WS-MOV-IDX)
                       TO WS-ST-MOV-CONTRA
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'JUROSC'
                   MOVE 'JUROS CH.ESPEC. ' TO WS-ST-MOV-DESC
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'JURCDB'
                   MOVE 'RENDIMENTO CDB  ' TO WS-ST-MOV-DESC
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'IRRFCD'
                   MOVE 'IRRF CDB        ' TO WS-ST-MOV-DESC
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'TRFEXT'
                   MOVE 'TRANSF.INTERBANC' TO WS-ST-MOV-DESC
                   MOVE WS-MOV-REF(WS-MOV-IDX)
                       TO WS-ST-MOV-CONTRA
               WHEN WS-MOV-CONTRA(WS-MOV-IDX) = 'DEVEXT'
                   MOVE 'DEVOL.TRANSF.EXT' TO WS-ST-MOV-DESC
                   MOVE WS-MOV-REF(WS-MOV-IDX)
                       TO WS-ST-MOV-CONTRA
               WHEN WS-MOV-TIPO(WS-MOV-IDX) = 'T'
                   MOVE 'TRANSF. ENVIADA ' TO WS-ST-MOV-DESC
                   MOVE WS-MOV-CONTRA(WS-MOV-IDX)
