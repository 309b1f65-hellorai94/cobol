      *               POMATCH PAIRS THESE WITH GOODS RECEIPTS AND
      *               SUPPLIER INVOICES DOWNSTREAM. LINES WITH NO
      *               VALID QUOTE STAY ESTIMATE-ONLY, AS BEFORE.
      * 15-10-26 MRT  QUOTES MULTI-PART ASSEMBLIES. A NEW CIRCBOM
      *               BILL-OF-MATERIALS FILE (PARENT, COMPONENT,
      *               QUANTITY PER, SCRAP %) IS EXPLODED LEVEL BY LEVEL
      *               BEFORE PRICING, EXTENDING QUANTITIES (WITH SCRAP)
      *               THROUGH EVERY LEVEL; EACH TOP-LEVEL ASSEMBLY IS
      *               PRINTED WITH ITS COST PER LEVEL AND ITS TOTAL.
      *               PARTS USED IN NO STRUCTURE ARE STILL PRICED
      *               STANDALONE. TAKEOFF FOR THE SAME MATERIAL IS NOW
      *               MERGED INTO ONE REQUIREMENT AND ORDERED ON ONE
      *               PURCHASE ORDER INSTEAD OF ONE ORDER PER LINE.
      *               STRUCTURE ERRORS (UNKNOWN COMPONENT, CYCLES,
      *               MORE THAN 10 LEVELS) ARE REPORTED WITH RC 4.
      * 15-10-26 MRT  A CIRCSPEC WITH MORE PARTS THAN THE 200-ENTRY PART
      *               TABLE HOLDS NO LONGER LOSES THE EXCESS QUIETLY:
      *               THE PARTS LEFT OUT ARE COUNTED AND SHOWN WITH THE
      *               RUN TOTALS, AND THE RUN PRICES AND ORDERS NOTHING
      *               AND ENDS WITH RC 8, SINCE ANY ASSEMBLY OR ORDER
      *               BUILT FROM A SHORT TABLE WOULD BE SHORT TOO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCMAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "CIRCBOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIRCLE-SPEC-FILE
           05  MC-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      * ONE LINE OF AN EXPLODED ASSEMBLY -- LEVEL, COMPONENT, ITS
      * PARENT, EXTENDED QUANTITY (SCRAP INCLUDED) AND ITS TAKEOFF
      *-----------------------------------------------------------------
       01  MC-BOM-LINE.
           05  MB-NIVEL                PIC Z9.
           05  FILLER                  PIC X(01).
           05  MB-PART-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  MB-PAI                  PIC X(06).
           05  FILLER                  PIC X(01).
           05  MB-QTDE                 PIC Z(04)9.9999.
           05  FILLER                  PIC X(01).
           05  MB-MATERIAL             PIC X(10).
           05  FILLER                  PIC X(01).
           05  MB-AREA-TOTAL           PIC Z(06)9.9999.
           05  FILLER                  PIC X(01).
           05  MB-CUSTO                PIC Z(07)9.99.
           05  FILLER                  PIC X(01).
           05  MB-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(06).

      *-----------------------------------------------------------------
      * COST-PER-LEVEL, ASSEMBLY TOTAL AND ESTIMATE TOTAL LINES
      *-----------------------------------------------------------------
       01  MC-NIVEL-LINE.
           05  MN-ROTULO               PIC X(24).
           05  MN-NIVEL                PIC ZZ.
           05  FILLER                  PIC X(04).
           05  MN-CUSTO                PIC Z(09)9.99.
           05  FILLER                  PIC X(37).

      *-----------------------------------------------------------------
      * ONE MERGED MATERIAL REQUIREMENT AND THE ORDER THAT COVERS IT
      *-----------------------------------------------------------------
       01  MC-REQ-LINE.
           05  MQ-MATERIAL             PIC X(10).
           05  FILLER                  PIC X(02).
           05  MQ-QTDE                 PIC Z(08)9.9999.
           05  FILLER                  PIC X(02).
           05  MQ-FORNECEDOR           PIC X(10).
           05  FILLER                  PIC X(02).
           05  MQ-PRECO                PIC Z(04)9.99.
           05  FILLER                  PIC X(02).
           05  MQ-PEDIDO               PIC X(08).
           05  FILLER                  PIC X(22).

       01  MC-TEXT-LINE                PIC X(80).

      *-----------------------------------------------------------------
      * SUPPLIER-QUOTE-FILE -- PURCHASING'S QUOTES: SUPPLIER,
      * MATERIAL, UNIT PRICE AND HOW LONG THE QUOTE HOLDS
           RECORD CONTAINS 60 CHARACTERS.
           COPY PURCHORD.

      *-----------------------------------------------------------------
      * BILL-OF-MATERIALS-FILE -- ONE LINE PER PARENT/COMPONENT PAIR:
      * HOW MANY OF THE COMPONENT GO INTO ONE PARENT AND THE SCRAP
      * ALLOWANCE ON TOP. A COMPONENT MAY ITSELF BE A PARENT.
      *-----------------------------------------------------------------
       FD  BILL-OF-MATERIALS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  BILL-OF-MATERIALS-RECORD.
           05  BM-PAI                  PIC X(06).
           05  BM-COMPONENTE           PIC X(06).
           05  BM-QTDE-POR             PIC 9(03)V99.
           05  BM-REFUGO-PCT           PIC 9(02)V99.

       WORKING-STORAGE SECTION.

       77  WS-CS-STATUS            PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02).
           05  WS-PO-SEQ-LIDO      PIC 9(06).

       77  WS-BM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-BM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BM-END-OF-FILE             VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.

      *-----------------------------------------------------------------
      * CIRCLE-SPEC PARTS, LOADED WHOLE SO AN ASSEMBLY CAN REACH ANY
      * OF ITS COMPONENTS; GEOMETRY IS WORKED OUT ONCE AT LOAD
      *-----------------------------------------------------------------
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PT-IDX.
               10  WS-PT-PART-ID       PIC X(06).
               10  WS-PT-MATERIAL      PIC X(10).
               10  WS-PT-CUSTO-UNIT    PIC 9(02)V99.
               10  WS-PT-AREA          PIC 9(07)V9999.
               10  WS-PT-CIRCUNF       PIC 9(07)V9999.

       77  WS-PT-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-PT-SUB               PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * BILL-OF-MATERIALS LINES THAT PASSED VALIDATION
      *-----------------------------------------------------------------
       01  WS-BOM-TABLE.
           05  WS-BT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-BT-IDX.
               10  WS-BT-PAI           PIC X(06).
               10  WS-BT-COMPONENTE    PIC X(06).
               10  WS-BT-QTDE-POR      PIC 9(03)V99.
               10  WS-BT-REFUGO-PCT    PIC 9(02)V99.

       77  WS-BT-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-BT-SUB               PIC 9(03) VALUE ZEROS.
       77  WS-BT-SCAN              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * EXPLOSION WORK LIST FOR ONE TOP-LEVEL ASSEMBLY. ENTRY 1 IS THE
      * ASSEMBLY ITSELF; EACH ENTRY, WHEN ITS TURN COMES, APPENDS ITS
      * OWN COMPONENTS AT THE NEXT LEVEL, SO THE LIST IS WORKED DOWN
      * ONE LEVEL AT A TIME UNTIL NOTHING IS LEFT TO EXPAND
      *-----------------------------------------------------------------
       01  WS-EXPLOSION-TABLE.
           05  WS-EX-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-EX-IDX WS-EX-NOVO.
               10  WS-EX-ITEM          PIC X(06).
               10  WS-EX-PAI           PIC X(06).
               10  WS-EX-NIVEL         PIC 9(02).
               10  WS-EX-QTDE          PIC 9(07)V9999.

       77  WS-EX-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-EX-SUB               PIC 9(03) VALUE ZEROS.
       77  WS-EX-MAX-NIVEL         PIC 9(02) VALUE 10.

      *-----------------------------------------------------------------
      * COST OF THE CURRENT ASSEMBLY BROKEN DOWN BY LEVEL
      *-----------------------------------------------------------------
       01  WS-NIVEL-TABLE.
           05  WS-NIVEL-CUSTO      PIC 9(11)V99 OCCURS 10 TIMES.

       77  WS-NV-SUB               PIC 9(02) VALUE ZEROS.
       77  WS-NIVEL-MAXIMO         PIC 9(02) VALUE ZEROS.
       77  WS-CUSTO-CONJUNTO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONJUNTO-ID          PIC X(06) VALUE SPACES.
       77  WS-QTDE-CONJUNTOS       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * TAKEOFF MERGED BY MATERIAL -- ONE PURCHASE ORDER EACH
      *-----------------------------------------------------------------
       01  WS-REQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-RQ-IDX.
               10  WS-RQ-MATERIAL      PIC X(10).
               10  WS-RQ-FORNECEDOR    PIC X(10).
               10  WS-RQ-PRECO         PIC 9(05)V99.
               10  WS-RQ-QTDE          PIC 9(07)V9999.

       77  WS-RQ-COUNT             PIC 9(03) VALUE ZEROS.
       77  WS-RQ-SUB               PIC 9(03) VALUE ZEROS.

       77  WS-PEDIDO-FORNECEDOR    PIC X(10) VALUE SPACES.
       77  WS-PEDIDO-MATERIAL      PIC X(10) VALUE SPACES.
       77  WS-PEDIDO-QTDE          PIC 9(07)V9999 VALUE ZEROS.
       77  WS-PEDIDO-PRECO         PIC 9(05)V99 VALUE ZEROS.

       77  WS-ITEM-CHAVE           PIC X(06) VALUE SPACES.
       77  WS-MATERIAL-CHAVE       PIC X(10) VALUE SPACES.
       77  WS-QTDE-ITEM            PIC 9(07)V9999 VALUE ZEROS.
       77  WS-AREA-TOTAL           PIC 9(09)V9999 VALUE ZEROS.
       77  WS-FATOR-REFUGO         PIC 9(03)V99 VALUE ZEROS.
       77  WS-ERRO-MOTIVO          PIC X(40) VALUE SPACES.
       77  WS-QTDE-ERROS-ESTRUTURA PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BOM-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-PECAS-IGNORADAS PIC 9(05) VALUE ZEROS.

       77  WS-PECA-ACHADA-SW       PIC X(01) VALUE 'N'.
           88  WS-PECA-ACHADA                VALUE 'S'.
       77  WS-E-COMPONENTE-SW      PIC X(01) VALUE 'N'.
           88  WS-E-COMPONENTE               VALUE 'S'.
       77  WS-TEM-FILHOS-SW        PIC X(01) VALUE 'N'.
           88  WS-TEM-FILHOS                 VALUE 'S'.
       77  WS-PAI-REPETIDO-SW      PIC X(01) VALUE 'N'.
           88  WS-PAI-REPETIDO               VALUE 'S'.
       77  WS-ERRO-NIVEL-SW        PIC X(01) VALUE 'N'.
           88  WS-ERRO-NIVEL-AVISADO         VALUE 'S'.
       77  WS-ERRO-TABELA-SW       PIC X(01) VALUE 'N'.
           88  WS-ERRO-TABELA-AVISADO        VALUE 'S'.

       01  WS-CONJUNTO-CABEC.
           05  FILLER              PIC X(03) VALUE 'NV '.
           05  FILLER              PIC X(07) VALUE 'PECA   '.
           05  FILLER              PIC X(07) VALUE 'PAI    '.
           05  FILLER              PIC X(11) VALUE '       QTDE'.
           05  FILLER              PIC X(11) VALUE ' MATERIAL  '.
           05  FILLER              PIC X(13) VALUE '   AREA TOTAL'.
           05  FILLER              PIC X(12) VALUE '       CUSTO'.
           05  FILLER              PIC X(16) VALUE ' FORNECEDOR'.

       01  WS-NECESSIDADE-CABEC.
           05  FILLER              PIC X(12) VALUE 'MATERIAL'.
           05  FILLER              PIC X(14) VALUE '    QUANTIDADE'.
           05  FILLER              PIC X(12) VALUE '  FORNECEDOR'.
           05  FILLER              PIC X(10) VALUE '     PRECO'.
           05  FILLER              PIC X(32) VALUE '  PEDIDO'.

       COPY RPTHDRLNK.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               PERFORM 2000-QUOTE-PART
                   THRU 2000-QUOTE-PART-EXIT
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               PERFORM 2500-QUOTE-BOM-PARENT
                   THRU 2500-QUOTE-BOM-PARENT-EXIT
                   VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
               PERFORM 4000-ISSUE-ORDERS
                   THRU 4000-ISSUE-ORDERS-EXIT
           END-IF

           COMPUTE WS-ECONOMIA = WS-TOTAL-LISTA - WS-TOTAL-MELHOR

               WS-QTDE-EXPIRADAS
           DISPLAY 'PEDIDOS DE COMPRA EMITIDOS:  '
               WS-QTDE-PEDIDOS
           DISPLAY 'CONJUNTOS EXPLODIDOS:        '
               WS-QTDE-CONJUNTOS
           DISPLAY 'LINHAS DE ESTRUTURA REJEITADAS: '
               WS-QTDE-BOM-REJEITADAS
           DISPLAY 'ERROS NA EXPLOSAO DA ESTRUTURA: '
               WS-QTDE-ERROS-ESTRUTURA
           DISPLAY 'PECAS IGNORADAS (TABELA CHEIA): '
               WS-QTDE-PECAS-IGNORADAS

           CLOSE CIRCLE-SPEC-FILE
           CLOSE MATERIALS-COST-REPORT-FILE
           CLOSE EXPIRED-QUOTE-FILE
           CLOSE PURCHASE-ORDER-FILE

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-ERROS-ESTRUTURA > 0
                   OR WS-QTDE-BOM-REJEITADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      ******************************************************************
           PERFORM 1200-PRIME-PO-SEQUENCE
               THRU 1200-PRIME-PO-SEQUENCE-EXIT

           IF WS-CS-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO CIRCSPEC -- NADA A ORCAR'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1300-LOAD-PARTS
               THRU 1300-LOAD-PARTS-EXIT

           IF WS-QTDE-PECAS-IGNORADAS > 0
               DISPLAY 'ERRO - CIRCSPEC COM MAIS DE 200 PECAS -- '
                   WS-QTDE-PECAS-IGNORADAS ' IGNORADA(S), NADA SERA '
                   'ORCADO NEM PEDIDO'
               MOVE 'S' TO WS-ABORTA-SW
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1400-LOAD-BOM
               THRU 1400-LOAD-BOM-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-PARTS -- EVERY CIRCLE-SPEC LINE INTO THE PART TABLE
      * (BOUNDED TO OCCURS 200) WITH ITS AREA AND CIRCUMFERENCE
      ******************************************************************
       1300-LOAD-PARTS.

           MOVE SPACES TO WS-PART-TABLE

           PERFORM 8000-READ-PART
               THRU 8000-READ-PART-EXIT

           PERFORM 1310-STORE-PART
               THRU 1310-STORE-PART-EXIT
               UNTIL WS-END-OF-FILE.

       1300-LOAD-PARTS-EXIT.
           EXIT.

      ******************************************************************
      * 1310-STORE-PART
      ******************************************************************
       1310-STORE-PART.

           IF WS-PT-COUNT NOT < 200
               DISPLAY 'TABELA DE PECAS CHEIA -- '
                   CS-PART-ID ' IGNORADA'
               ADD 1 TO WS-QTDE-PECAS-IGNORADAS
               GO TO 1310-STORE-PART-NEXT
           END-IF

           PERFORM 2100-COMPUTE-GEOMETRY
               THRU 2100-COMPUTE-GEOMETRY-EXIT

           ADD 1 TO WS-PT-COUNT
           SET WS-PT-IDX TO WS-PT-COUNT
           MOVE CS-PART-ID        TO WS-PT-PART-ID(WS-PT-IDX)
           MOVE CS-MATERIAL       TO WS-PT-MATERIAL(WS-PT-IDX)
           MOVE CS-CUSTO-UNIT     TO WS-PT-CUSTO-UNIT(WS-PT-IDX)
           MOVE WS-AREA           TO WS-PT-AREA(WS-PT-IDX)
           MOVE WS-CIRCUNFERENCIA TO WS-PT-CIRCUNF(WS-PT-IDX).

       1310-STORE-PART-NEXT.

           PERFORM 8000-READ-PART
               THRU 8000-READ-PART-EXIT.

       1310-STORE-PART-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-BOM -- STRUCTURE LINES INTO THE BOM TABLE (BOUNDED
      * TO OCCURS 300). WITHOUT THE FILE EVERY PART IS STANDALONE.
      ******************************************************************
       1400-LOAD-BOM.

           MOVE SPACES TO WS-BOM-TABLE

           OPEN INPUT BILL-OF-MATERIALS-FILE

           IF WS-BM-STATUS NOT = '00'
               DISPLAY 'AVISO - SEM ARQUIVO CIRCBOM -- CADA PECA '
                   'ORCADA AVULSA'
               GO TO 1400-LOAD-BOM-EXIT
           END-IF

           PERFORM 8300-READ-BOM
               THRU 8300-READ-BOM-EXIT

           PERFORM 1410-STORE-BOM-LINE
               THRU 1410-STORE-BOM-LINE-EXIT
               UNTIL WS-BM-END-OF-FILE

           CLOSE BILL-OF-MATERIALS-FILE.

       1400-LOAD-BOM-EXIT.
           EXIT.

      ******************************************************************
      * 1410-STORE-BOM-LINE -- A LINE WITH NO QUANTITY, A BAD SCRAP
      * FIGURE OR A PART LISTED AS ITS OWN COMPONENT IS REJECTED
      ******************************************************************
       1410-STORE-BOM-LINE.

           MOVE SPACES TO WS-ERRO-MOTIVO

           EVALUATE TRUE
               WHEN BM-PAI = SPACES OR BM-COMPONENTE = SPACES
                   MOVE 'PAI OU COMPONENTE EM BRANCO'
                       TO WS-ERRO-MOTIVO
               WHEN BM-PAI = BM-COMPONENTE
                   MOVE 'PECA COMPONENTE DE SI MESMA'
                       TO WS-ERRO-MOTIVO
               WHEN BM-QTDE-POR NOT NUMERIC
                   MOVE 'QUANTIDADE NAO NUMERICA' TO WS-ERRO-MOTIVO
               WHEN BM-QTDE-POR = ZERO
                   MOVE 'QUANTIDADE ZERO' TO WS-ERRO-MOTIVO
               WHEN BM-REFUGO-PCT NOT NUMERIC
                   MOVE 'REFUGO NAO NUMERICO' TO WS-ERRO-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ERRO-MOTIVO NOT = SPACES
               DISPLAY 'LINHA DE ESTRUTURA REJEITADA -- ' BM-PAI
                   ' ' BM-COMPONENTE ' ' WS-ERRO-MOTIVO
               ADD 1 TO WS-QTDE-BOM-REJEITADAS
               GO TO 1410-STORE-BOM-LINE-NEXT
           END-IF

           IF WS-BT-COUNT NOT < 300
               DISPLAY 'TABELA DE ESTRUTURA CHEIA -- '
                   BM-PAI ' ' BM-COMPONENTE ' IGNORADA'
               ADD 1 TO WS-QTDE-BOM-REJEITADAS
               GO TO 1410-STORE-BOM-LINE-NEXT
           END-IF

           ADD 1 TO WS-BT-COUNT
           SET WS-BT-IDX TO WS-BT-COUNT
           MOVE BM-PAI        TO WS-BT-PAI(WS-BT-IDX)
           MOVE BM-COMPONENTE TO WS-BT-COMPONENTE(WS-BT-IDX)
           MOVE BM-QTDE-POR   TO WS-BT-QTDE-POR(WS-BT-IDX)
           MOVE BM-REFUGO-PCT TO WS-BT-REFUGO-PCT(WS-BT-IDX).

       1410-STORE-BOM-LINE-NEXT.

           PERFORM 8300-READ-BOM
               THRU 8300-READ-BOM-EXIT.

       1410-STORE-BOM-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-QUOTE-PART -- A PART THAT GOES INTO SOME ASSEMBLY IS
      * PRICED INSIDE THAT ASSEMBLY'S EXPLOSION; A PART THAT HAS
      * COMPONENTS OF ITS OWN IS EXPLODED; ANY OTHER PART IS QUOTED
      * STANDALONE, ONE PIECE, AS IT ALWAYS WAS
      ******************************************************************
       2000-QUOTE-PART.

           SET WS-PT-IDX TO WS-PT-SUB
           MOVE WS-PT-PART-ID(WS-PT-IDX) TO WS-ITEM-CHAVE

           PERFORM 2050-CHECK-USAGE
               THRU 2050-CHECK-USAGE-EXIT

           IF WS-E-COMPONENTE
               GO TO 2000-QUOTE-PART-EXIT
           END-IF

           IF WS-TEM-FILHOS
               PERFORM 3000-EXPLODE-ASSEMBLY
                   THRU 3000-EXPLODE-ASSEMBLY-EXIT
               GO TO 2000-QUOTE-PART-EXIT
           END-IF

           MOVE 1 TO WS-QTDE-ITEM

           PERFORM 2150-FIND-BEST-QUOTE
               THRU 2150-FIND-BEST-QUOTE-EXIT

           PERFORM 2200-WRITE-REPORT
               THRU 2200-WRITE-REPORT-EXIT.

       2000-QUOTE-PART-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHECK-USAGE -- IS WS-ITEM-CHAVE A COMPONENT OF ANYTHING,
      * AND DOES IT HAVE COMPONENTS OF ITS OWN?
      ******************************************************************
       2050-CHECK-USAGE.

           MOVE 'N' TO WS-E-COMPONENTE-SW
           MOVE 'N' TO WS-TEM-FILHOS-SW

           PERFORM 2060-SCAN-USAGE
               THRU 2060-SCAN-USAGE-EXIT
               VARYING WS-BT-SCAN FROM 1 BY 1
               UNTIL WS-BT-SCAN > WS-BT-COUNT.

       2050-CHECK-USAGE-EXIT.
           EXIT.

      ******************************************************************
      * 2060-SCAN-USAGE
      ******************************************************************
       2060-SCAN-USAGE.

           IF WS-BT-COMPONENTE(WS-BT-SCAN) = WS-ITEM-CHAVE
               MOVE 'S' TO WS-E-COMPONENTE-SW
           END-IF

           IF WS-BT-PAI(WS-BT-SCAN) = WS-ITEM-CHAVE
               MOVE 'S' TO WS-TEM-FILHOS-SW
           END-IF.

       2060-SCAN-USAGE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-GEOMETRY -- AREA AND CIRCUMFERENCE OF THE PART
      ******************************************************************
       2100-COMPUTE-GEOMETRY.

      *    A ZERO AREA
           COMPUTE WS-RAIO-QUADRADO = CS-RAIO ** 2
           COMPUTE WS-AREA ROUNDED = WS-PI * WS-RAIO-QUADRADO
           COMPUTE WS-CIRCUNFERENCIA = 2 * WS-PI * CS-RAIO.

       2100-COMPUTE-GEOMETRY-EXIT.
           EXIT.

      ******************************************************************
      * 2150-FIND-BEST-QUOTE -- PRICES WS-QTDE-ITEM PIECES OF THE PART
      * AT WS-PT-IDX AT THE LOWEST VALID QUOTE FOR ITS MATERIAL; NO
      * QUOTE FALLS BACK TO THE PART'S OWN COST FIGURE
      ******************************************************************
       2150-FIND-BEST-QUOTE.

           MOVE 'N' TO WS-TEM-COTACAO-SW
           MOVE ZEROS TO WS-MELHOR-PRECO
           MOVE SPACES TO WS-MELHOR-FORNECEDOR
           MOVE WS-PT-MATERIAL(WS-PT-IDX) TO WS-MATERIAL-CHAVE

           COMPUTE WS-AREA-TOTAL ROUNDED =
               WS-PT-AREA(WS-PT-IDX) * WS-QTDE-ITEM
           COMPUTE WS-CUSTO-LISTA ROUNDED =
               WS-AREA-TOTAL * WS-PT-CUSTO-UNIT(WS-PT-IDX)

           PERFORM 2160-SCAN-ONE-QUOTE
               THRU 2160-SCAN-ONE-QUOTE-EXIT

           IF WS-TEM-COTACAO
               COMPUTE WS-CUSTO-TOTAL ROUNDED =
                   WS-AREA-TOTAL * WS-MELHOR-PRECO
               PERFORM 2170-ADD-REQUIREMENT
                   THRU 2170-ADD-REQUIREMENT-EXIT
           ELSE
               MOVE WS-CUSTO-LISTA   TO WS-CUSTO-TOTAL
               MOVE '*SEM COTACAO'   TO WS-MELHOR-FORNECEDOR

           SET WS-QT-IDX TO WS-QT-SUB

           IF WS-QT-MATERIAL(WS-QT-IDX) NOT = WS-MATERIAL-CHAVE
               GO TO 2160-SCAN-ONE-QUOTE-EXIT
           END-IF

           EXIT.

      ******************************************************************
      * 2170-ADD-REQUIREMENT -- THE PRICED TAKEOFF JOINS ITS
      * MATERIAL'S MERGED REQUIREMENT; IF THE TABLE IS FULL THE LINE
      * IS ORDERED ON ITS OWN SO NOTHING GOES UNORDERED
      ******************************************************************
       2170-ADD-REQUIREMENT.

           SET WS-RQ-IDX TO 1
           SEARCH WS-RQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RQ-IDX > WS-RQ-COUNT
                   CONTINUE
               WHEN WS-RQ-MATERIAL(WS-RQ-IDX) = WS-MATERIAL-CHAVE
                   ADD WS-AREA-TOTAL TO WS-RQ-QTDE(WS-RQ-IDX)
                   GO TO 2170-ADD-REQUIREMENT-EXIT
           END-SEARCH

           IF WS-RQ-COUNT < 100
               ADD 1 TO WS-RQ-COUNT
               SET WS-RQ-IDX TO WS-RQ-COUNT
               MOVE WS-MATERIAL-CHAVE    TO WS-RQ-MATERIAL(WS-RQ-IDX)
               MOVE WS-MELHOR-FORNECEDOR
                   TO WS-RQ-FORNECEDOR(WS-RQ-IDX)
               MOVE WS-MELHOR-PRECO      TO WS-RQ-PRECO(WS-RQ-IDX)
               MOVE WS-AREA-TOTAL        TO WS-RQ-QTDE(WS-RQ-IDX)
           ELSE
               DISPLAY 'TABELA DE NECESSIDADES CHEIA -- '
                   WS-MATERIAL-CHAVE ' PEDIDO AVULSO'
               MOVE WS-MELHOR-FORNECEDOR TO WS-PEDIDO-FORNECEDOR
               MOVE WS-MATERIAL-CHAVE    TO WS-PEDIDO-MATERIAL
               MOVE WS-AREA-TOTAL        TO WS-PEDIDO-QTDE
               MOVE WS-MELHOR-PRECO      TO WS-PEDIDO-PRECO
               PERFORM 4100-WRITE-PURCHASE-ORDER
                   THRU 4100-WRITE-PURCHASE-ORDER-EXIT
           END-IF.

       2170-ADD-REQUIREMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-REPORT -- STANDALONE PART LINE
      ******************************************************************
       2200-WRITE-REPORT.

           MOVE SPACES TO MATERIALS-COST-REPORT-RECORD
           MOVE WS-PT-PART-ID(WS-PT-IDX)  TO MC-PART-ID
           MOVE WS-PT-MATERIAL(WS-PT-IDX) TO MC-MATERIAL
           MOVE WS-PT-AREA(WS-PT-IDX)     TO MC-AREA
           MOVE WS-PT-CIRCUNF(WS-PT-IDX)  TO MC-CIRCUNFERENCIA
           MOVE WS-CUSTO-TOTAL            TO MC-CUSTO-TOTAL
           MOVE WS-MELHOR-FORNECEDOR      TO MC-FORNECEDOR

           WRITE MATERIALS-COST-REPORT-RECORD

           DISPLAY 'PECA ' WS-PT-PART-ID(WS-PT-IDX)
               ' AREA ' WS-PT-AREA(WS-PT-IDX)
               ' CIRCUNFERENCIA ' WS-PT-CIRCUNF(WS-PT-IDX)
               ' CUSTO TOTAL ' WS-CUSTO-TOTAL.

       2200-WRITE-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-QUOTE-BOM-PARENT -- AN ASSEMBLY WITH NO CIRCLE-SPEC LINE
      * OF ITS OWN (PURE ASSEMBLY) IS FOUND ONLY AS A BOM PARENT. ITS
      * FIRST BOM LINE TRIGGERS THE EXPLOSION, UNLESS IT IS ITSELF A
      * SUB-ASSEMBLY OF SOMETHING ELSE.
      ******************************************************************
       2500-QUOTE-BOM-PARENT.

           SET WS-BT-IDX TO WS-BT-SUB
           MOVE WS-BT-PAI(WS-BT-IDX) TO WS-ITEM-CHAVE

           MOVE 'N' TO WS-PAI-REPETIDO-SW
           PERFORM 2510-SCAN-EARLIER-PARENT
               THRU 2510-SCAN-EARLIER-PARENT-EXIT
               VARYING WS-BT-SCAN FROM 1 BY 1
               UNTIL WS-BT-SCAN NOT < WS-BT-SUB
                  OR WS-PAI-REPETIDO

           IF WS-PAI-REPETIDO
               GO TO 2500-QUOTE-BOM-PARENT-EXIT
           END-IF

           PERFORM 2600-FIND-PART
               THRU 2600-FIND-PART-EXIT

           IF WS-PECA-ACHADA
               GO TO 2500-QUOTE-BOM-PARENT-EXIT
           END-IF

           PERFORM 2050-CHECK-USAGE
               THRU 2050-CHECK-USAGE-EXIT

           IF WS-E-COMPONENTE
               GO TO 2500-QUOTE-BOM-PARENT-EXIT
           END-IF

           PERFORM 3000-EXPLODE-ASSEMBLY
               THRU 3000-EXPLODE-ASSEMBLY-EXIT.

       2500-QUOTE-BOM-PARENT-EXIT.
           EXIT.

      ******************************************************************
      * 2510-SCAN-EARLIER-PARENT
      ******************************************************************
       2510-SCAN-EARLIER-PARENT.

           IF WS-BT-PAI(WS-BT-SCAN) = WS-ITEM-CHAVE
               MOVE 'S' TO WS-PAI-REPETIDO-SW
           END-IF.

       2510-SCAN-EARLIER-PARENT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-PART -- WS-ITEM-CHAVE IN THE PART TABLE; LEAVES
      * WS-PT-IDX ON THE ENTRY WHEN FOUND
      ******************************************************************
       2600-FIND-PART.

           MOVE 'N' TO WS-PECA-ACHADA-SW

           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-PT-COUNT
                   CONTINUE
               WHEN WS-PT-PART-ID(WS-PT-IDX) = WS-ITEM-CHAVE
                   MOVE 'S' TO WS-PECA-ACHADA-SW
           END-SEARCH.

       2600-FIND-PART-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EXPLODE-ASSEMBLY -- EXPLODES THE TOP-LEVEL ASSEMBLY IN
      * WS-ITEM-CHAVE THROUGH EVERY LEVEL, PRICES EACH COMPONENT AT
      * ITS EXTENDED QUANTITY AND PRINTS THE COST OF EACH LEVEL AND
      * OF THE WHOLE ASSEMBLY
      ******************************************************************
       3000-EXPLODE-ASSEMBLY.

           ADD 1 TO WS-QTDE-CONJUNTOS
           MOVE WS-ITEM-CHAVE TO WS-CONJUNTO-ID
           MOVE ZEROS TO WS-NIVEL-TABLE
           MOVE ZEROS TO WS-NIVEL-MAXIMO
           MOVE ZEROS TO WS-CUSTO-CONJUNTO
           MOVE 'N'   TO WS-ERRO-NIVEL-SW
           MOVE 'N'   TO WS-ERRO-TABELA-SW

           MOVE SPACES TO WS-EXPLOSION-TABLE
           MOVE 1 TO WS-EX-COUNT
           SET WS-EX-IDX TO 1
           MOVE WS-CONJUNTO-ID TO WS-EX-ITEM(WS-EX-IDX)
           MOVE SPACES         TO WS-EX-PAI(WS-EX-IDX)
           MOVE 1              TO WS-EX-NIVEL(WS-EX-IDX)
           MOVE 1              TO WS-EX-QTDE(WS-EX-IDX)

           MOVE SPACES TO MC-TEXT-LINE
           WRITE MC-TEXT-LINE
           MOVE SPACES TO MC-TEXT-LINE
           STRING 'CONJUNTO ' DELIMITED BY SIZE
                  WS-CONJUNTO-ID DELIMITED BY SIZE
                  ' -- EXPLOSAO DA ESTRUTURA' DELIMITED BY SIZE
               INTO MC-TEXT-LINE
           END-STRING
           WRITE MC-TEXT-LINE
           WRITE MC-TEXT-LINE FROM WS-CONJUNTO-CABEC

           PERFORM 3100-EXPAND-ENTRY
               THRU 3100-EXPAND-ENTRY-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT

           PERFORM 3300-WRITE-LEVEL-COST
               THRU 3300-WRITE-LEVEL-COST-EXIT
               VARYING WS-NV-SUB FROM 1 BY 1
               UNTIL WS-NV-SUB > WS-NIVEL-MAXIMO

           MOVE SPACES TO MC-NIVEL-LINE
           MOVE '  CUSTO DO CONJUNTO' TO MN-ROTULO
           MOVE WS-CUSTO-CONJUNTO     TO MN-CUSTO
           WRITE MC-NIVEL-LINE

           DISPLAY 'CONJUNTO ' WS-CONJUNTO-ID
               ' NIVEIS ' WS-NIVEL-MAXIMO
               ' CUSTO TOTAL ' WS-CUSTO-CONJUNTO.

       3000-EXPLODE-ASSEMBLY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-EXPAND-ENTRY -- PRICES THE ENTRY IF IT IS A CIRCLE-SPEC
      * PART, THEN QUEUES ITS COMPONENTS AT THE NEXT LEVEL. AN ENTRY
      * THAT IS NEITHER A PART NOR A PARENT HAS NO SPECIFICATION.
      ******************************************************************
       3100-EXPAND-ENTRY.

           SET WS-EX-IDX TO WS-EX-SUB
           MOVE WS-EX-ITEM(WS-EX-IDX) TO WS-ITEM-CHAVE
           MOVE 'N' TO WS-TEM-FILHOS-SW

           IF WS-EX-NIVEL(WS-EX-IDX) > WS-NIVEL-MAXIMO
               MOVE WS-EX-NIVEL(WS-EX-IDX) TO WS-NIVEL-MAXIMO
           END-IF

           PERFORM 2600-FIND-PART
               THRU 2600-FIND-PART-EXIT

           IF WS-PECA-ACHADA
               PERFORM 3200-PRICE-COMPONENT
                   THRU 3200-PRICE-COMPONENT-EXIT
           END-IF

           PERFORM 3150-APPEND-CHILD
               THRU 3150-APPEND-CHILD-EXIT
               VARYING WS-BT-SCAN FROM 1 BY 1
               UNTIL WS-BT-SCAN > WS-BT-COUNT

           IF NOT WS-PECA-ACHADA
               AND NOT WS-TEM-FILHOS
               MOVE 'SEM ESPECIFICACAO NEM ESTRUTURA'
                   TO WS-ERRO-MOTIVO
               PERFORM 3900-WRITE-STRUCTURE-ERROR
                   THRU 3900-WRITE-STRUCTURE-ERROR-EXIT
           END-IF.

       3100-EXPAND-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3150-APPEND-CHILD -- ONE COMPONENT OF THE CURRENT ENTRY ONTO
      * THE WORK LIST. QUANTITY = PARENT QUANTITY X QUANTITY PER X
      * (100 + SCRAP %) / 100. A BRANCH DEEPER THAN 10 LEVELS CAN
      * ONLY BE A CYCLE OR A RUNAWAY STRUCTURE AND IS CUT OFF THERE.
      ******************************************************************
       3150-APPEND-CHILD.

           SET WS-BT-IDX TO WS-BT-SCAN

           IF WS-BT-PAI(WS-BT-IDX) NOT = WS-ITEM-CHAVE
               GO TO 3150-APPEND-CHILD-EXIT
           END-IF

           MOVE 'S' TO WS-TEM-FILHOS-SW

           IF WS-EX-NIVEL(WS-EX-IDX) NOT < WS-EX-MAX-NIVEL
               IF NOT WS-ERRO-NIVEL-AVISADO
                   MOVE 'S' TO WS-ERRO-NIVEL-SW
                   MOVE 'CICLO OU MAIS DE 10 NIVEIS NA ESTRUTURA'
                       TO WS-ERRO-MOTIVO
                   PERFORM 3900-WRITE-STRUCTURE-ERROR
                       THRU 3900-WRITE-STRUCTURE-ERROR-EXIT
               END-IF
               GO TO 3150-APPEND-CHILD-EXIT
           END-IF

           IF WS-EX-COUNT NOT < 200
               IF NOT WS-ERRO-TABELA-AVISADO
                   MOVE 'S' TO WS-ERRO-TABELA-SW
                   MOVE 'TABELA DE EXPLOSAO CHEIA' TO WS-ERRO-MOTIVO
                   PERFORM 3900-WRITE-STRUCTURE-ERROR
                       THRU 3900-WRITE-STRUCTURE-ERROR-EXIT
               END-IF
               GO TO 3150-APPEND-CHILD-EXIT
           END-IF

           ADD 1 TO WS-EX-COUNT
           SET WS-EX-NOVO TO WS-EX-COUNT
           MOVE WS-BT-COMPONENTE(WS-BT-IDX) TO WS-EX-ITEM(WS-EX-NOVO)
           MOVE WS-ITEM-CHAVE               TO WS-EX-PAI(WS-EX-NOVO)
           COMPUTE WS-EX-NIVEL(WS-EX-NOVO) =
               WS-EX-NIVEL(WS-EX-IDX) + 1

      *    SCRAP FACTOR STAGED FIRST, SAME REASON AS THE AREA IN 2100
           COMPUTE WS-FATOR-REFUGO = 100 + WS-BT-REFUGO-PCT(WS-BT-IDX)
           COMPUTE WS-EX-QTDE(WS-EX-NOVO) ROUNDED =
               WS-EX-QTDE(WS-EX-IDX) * WS-BT-QTDE-POR(WS-BT-IDX)
               * WS-FATOR-REFUGO / 100.

       3150-APPEND-CHILD-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRICE-COMPONENT -- THE PART AT WS-PT-IDX AT THE ENTRY'S
      * EXTENDED QUANTITY, CHARGED TO THE ENTRY'S LEVEL
      ******************************************************************
       3200-PRICE-COMPONENT.

           MOVE WS-EX-QTDE(WS-EX-IDX) TO WS-QTDE-ITEM

           PERFORM 2150-FIND-BEST-QUOTE
               THRU 2150-FIND-BEST-QUOTE-EXIT

           MOVE WS-EX-NIVEL(WS-EX-IDX) TO WS-NV-SUB
           ADD WS-CUSTO-TOTAL TO WS-NIVEL-CUSTO(WS-NV-SUB)
           ADD WS-CUSTO-TOTAL TO WS-CUSTO-CONJUNTO

           MOVE SPACES                    TO MC-BOM-LINE
           MOVE WS-EX-NIVEL(WS-EX-IDX)    TO MB-NIVEL
           MOVE WS-EX-ITEM(WS-EX-IDX)     TO MB-PART-ID
           MOVE WS-EX-PAI(WS-EX-IDX)      TO MB-PAI
           MOVE WS-QTDE-ITEM              TO MB-QTDE
           MOVE WS-PT-MATERIAL(WS-PT-IDX) TO MB-MATERIAL
           MOVE WS-AREA-TOTAL             TO MB-AREA-TOTAL
           MOVE WS-CUSTO-TOTAL            TO MB-CUSTO
           MOVE WS-MELHOR-FORNECEDOR      TO MB-FORNECEDOR
           WRITE MC-BOM-LINE.

       3200-PRICE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-LEVEL-COST
      ******************************************************************
       3300-WRITE-LEVEL-COST.

           MOVE SPACES                     TO MC-NIVEL-LINE
           MOVE '  CUSTO DO NIVEL'         TO MN-ROTULO
           MOVE WS-NV-SUB                  TO MN-NIVEL
           MOVE WS-NIVEL-CUSTO(WS-NV-SUB)  TO MN-CUSTO
           WRITE MC-NIVEL-LINE.

       3300-WRITE-LEVEL-COST-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-STRUCTURE-ERROR -- WS-ITEM-CHAVE COULD NOT BE
      * EXPLODED OR PRICED; WS-ERRO-MOTIVO SAYS WHY
      ******************************************************************
       3900-WRITE-STRUCTURE-ERROR.

           ADD 1 TO WS-QTDE-ERROS-ESTRUTURA

           MOVE SPACES TO MC-TEXT-LINE
           STRING '*** ' DELIMITED BY SIZE
                  WS-ITEM-CHAVE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ERRO-MOTIVO DELIMITED BY SIZE
               INTO MC-TEXT-LINE
           END-STRING
           WRITE MC-TEXT-LINE

           DISPLAY 'ERRO NA ESTRUTURA DE ' WS-CONJUNTO-ID ' -- '
               WS-ITEM-CHAVE ' ' WS-ERRO-MOTIVO.

       3900-WRITE-STRUCTURE-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ISSUE-ORDERS -- ESTIMATE TOTAL, THEN ONE PURCHASE ORDER
      * PER MERGED MATERIAL REQUIREMENT, LISTED ON THE REPORT
      ******************************************************************
       4000-ISSUE-ORDERS.

           MOVE SPACES TO MC-TEXT-LINE
           WRITE MC-TEXT-LINE
           MOVE SPACES                  TO MC-NIVEL-LINE
           MOVE 'CUSTO TOTAL DO ORCAMENTO' TO MN-ROTULO
           MOVE WS-TOTAL-MELHOR         TO MN-CUSTO
           WRITE MC-NIVEL-LINE

           IF WS-RQ-COUNT = ZERO
               GO TO 4000-ISSUE-ORDERS-EXIT
           END-IF

           MOVE SPACES TO MC-TEXT-LINE
           WRITE MC-TEXT-LINE
           MOVE 'NECESSIDADE CONSOLIDADA DE MATERIAIS'
               TO MC-TEXT-LINE
           WRITE MC-TEXT-LINE
           WRITE MC-TEXT-LINE FROM WS-NECESSIDADE-CABEC

           PERFORM 4050-ORDER-REQUIREMENT
               THRU 4050-ORDER-REQUIREMENT-EXIT
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT.

       4000-ISSUE-ORDERS-EXIT.
           EXIT.

      ******************************************************************
      * 4050-ORDER-REQUIREMENT
      ******************************************************************
       4050-ORDER-REQUIREMENT.

           SET WS-RQ-IDX TO WS-RQ-SUB

           MOVE WS-RQ-FORNECEDOR(WS-RQ-IDX) TO WS-PEDIDO-FORNECEDOR
           MOVE WS-RQ-MATERIAL(WS-RQ-IDX)   TO WS-PEDIDO-MATERIAL
           MOVE WS-RQ-QTDE(WS-RQ-IDX)       TO WS-PEDIDO-QTDE
           MOVE WS-RQ-PRECO(WS-RQ-IDX)      TO WS-PEDIDO-PRECO

           PERFORM 4100-WRITE-PURCHASE-ORDER
               THRU 4100-WRITE-PURCHASE-ORDER-EXIT

           MOVE SPACES                 TO MC-REQ-LINE
           MOVE WS-PEDIDO-MATERIAL     TO MQ-MATERIAL
           MOVE WS-PEDIDO-QTDE         TO MQ-QTDE
           MOVE WS-PEDIDO-FORNECEDOR   TO MQ-FORNECEDOR
           MOVE WS-PEDIDO-PRECO        TO MQ-PRECO
           MOVE WS-PO-NUMERO-NOVO      TO MQ-PEDIDO
           WRITE MC-REQ-LINE.

       4050-ORDER-REQUIREMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-WRITE-PURCHASE-ORDER -- A NUMBERED ORDER AT THE WINNING
      * QUOTE FOR THE WS-PEDIDO-* SUPPLIER, MATERIAL AND QUANTITY
      ******************************************************************
       4100-WRITE-PURCHASE-ORDER.

           ADD 1 TO WS-PO-SEQ

           MOVE SPACES               TO PURCHASE-ORDER-RECORD
           MOVE WS-PO-NUMERO-NOVO    TO PO-NUMERO
           MOVE WS-PEDIDO-FORNECEDOR TO PO-FORNECEDOR
           MOVE WS-PEDIDO-MATERIAL   TO PO-MATERIAL
           MOVE WS-PEDIDO-QTDE       TO PO-QTDE
           MOVE WS-PEDIDO-PRECO      TO PO-PRECO-UNIT
           MOVE WS-DATA-HOJE         TO PO-DATA-EMISSAO
           MOVE 'A'                  TO PO-STATUS
           WRITE PURCHASE-ORDER-RECORD

           ADD 1 TO WS-QTDE-PEDIDOS.

       4100-WRITE-PURCHASE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-PART
      ******************************************************************

       8200-READ-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-BOM
      ******************************************************************
       8300-READ-BOM.

           READ BILL-OF-MATERIALS-FILE
               AT END
                   MOVE 'Y' TO WS-BM-EOF-SWITCH
           END-READ.

       8300-READ-BOM-EXIT.
           EXIT.
