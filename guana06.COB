      * Date: 14/11/2022
      * Purpose: MOSTRAR O ANTECESSOR E O SUCESSOR DE UM NUMERO
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  REBUILT AS THE DOCUMENT-NUMBER SEQUENCE AUDIT. THE
      *               ANTECESSOR/SUCESSOR CHECK NOW RUNS OVER EVERY
      *               NUMBERED SERIES THE SHOP ISSUES INSTEAD OF ONE
      *               HARDCODED DIGIT:
      *                 FATU  BILLED INVOICES (SL-INVOICE-ID) ON THE
      *                       SALESINV BATCHES OF ARINVOIC, DATED BY
      *                       THE BATCH'S IFCTL HEADER
      *                 PEDC  PURCHASE ORDERS (PO-NUMERO) ON PURCHORD
      *                 NCRE  CREDIT NOTES (CN-NUMERO) ON CREDNOTA
      *                 CHEQ  CHEQUE LEAVES ON CHEQMAST, ONE SERIES PER
      *                       ACCOUNT
      *                 CERT  CERTIFICATE REGISTRY NUMBERS ON DIPLREG
      *               EVERY DOCUMENT IS SORTED BY SERIES AND NUMBER AND
      *               EACH NUMBER IS SET AGAINST ITS ANTECESSOR. FOR THE
      *               AUDIT DATE (TODAY, OR DATA=AAAAMMDD ON THE PARM)
      *               DOCSEQRP SHOWS PER SERIES THE FIRST AND LAST
      *               NUMBER USED, EVERY MISSING NUMBER, DUPLICATE AND
      *               NUMBER ISSUED OUT OF ORDER. A MISSING NUMBER IS
      *               CLEARED ONLY BY A DOCVOID RECORD WITH A VOID
      *               REASON. RC 4 WHEN ANY EXCEPTION IS LEFT.
      * 15-10-26 MRT  CREDNOTA IS CHECKED AGAINST ITS IFCTL HEADERS
      *               AND TRAILERS BEFORE THE AUDIT; A FILE THAT DOES
      *               NOT BALANCE STOPS THE RUN WITH RETURN CODE 8
      *               RATHER THAN REPORT GAPS THAT ARE NOT THERE. THE
      *               CONTROL RECORDS ARE SKIPPED ON READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUANA06.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-INVOICE-FILE ASSIGN TO "ARINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHEQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CQ-CHAVE
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "DIPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

           SELECT VOID-FILE ASSIGN TO "DOCVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.

           SELECT DOC-SORTED-FILE ASSIGN TO "DOCSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

           SELECT SEQ-REPORT-FILE ASSIGN TO "DOCSEQRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * AR-INVOICE-FILE -- ONE RECORD PER PARCEL; PARCEL 1 (OR ZERO
      * FOR A CASH SALE) STANDS FOR THE INVOICE. EACH PRODUCING RUN'S
      * BATCH OPENS WITH AN IFCTL '*H' HEADER CARRYING THE RUN DATE
      *-----------------------------------------------------------------
       FD  AR-INVOICE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  AR-INVOICE-RECORD.
           05  AI-INVOICE-ID           PIC X(08).
           05  AI-CUSTOMER-ID          PIC X(06).
           05  AI-CUSTOMER-NOME        PIC X(25).
           05  AI-CUSTOMER-ENDERECO    PIC X(30).
           05  AI-VALOR                PIC 9(07)V99.
           05  AI-DIAS-ATRASO          PIC 9(03).
           05  AI-PARCELA-SEQ          PIC 9(02).
           05  AI-DATA-VENCIMENTO      PIC 9(08).

       FD  PURCHASE-ORDER-FILE.
           COPY PURCHORD.

       FD  CREDIT-NOTE-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  CREDIT-NOTE-RECORD.
           05  CN-NUMERO               PIC X(08).
           05  CN-DATA                 PIC 9(08).
           05  CN-CUSTOMER-ID          PIC X(06).
           05  CN-FATURA-ORIGINAL      PIC X(08).
           05  CN-ITEM-ID              PIC X(06).
           05  CN-VALOR                PIC 9(05)V99.
           05  CN-VENDEDOR-ID          PIC X(04).
           05  CN-VALOR-IMPOSTO        PIC 9(05)V99.

       FD  CHEQUE-REGISTER-FILE.
           COPY CHEQMAST.

       FD  REGISTRY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REGISTRY-RECORD.
           05  DR-REGISTRO             PIC 9(06).
           05  DR-STU-ID               PIC X(06).
           05  DR-NOME                 PIC X(20).
           05  DR-ANO                  PIC 9(04).
           05  DR-TURMA                PIC X(03).
           05  DR-MEDIA                PIC 9(02)V99.
           05  DR-DATA-EMISSAO         PIC 9(08).
           05  FILLER                  PIC X(09).

      *-----------------------------------------------------------------
      * VOID-FILE -- ONE LINE PER DOCUMENT NUMBER DELIBERATELY NOT
      * USED (SPOILED FORM, CANCELLED BEFORE ISSUE, ...). DV-SUBCHAVE
      * IS THE ACCOUNT FOR A CHEQUE, BLANK FOR THE OTHER SERIES. A
      * LINE WITH NO DV-MOTIVO CLEARS NOTHING
      *-----------------------------------------------------------------
       FD  VOID-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  VOID-RECORD.
           05  DV-SERIE                PIC X(04).
           05  DV-SUBCHAVE             PIC X(06).
           05  DV-NUMERO               PIC 9(08).
           05  DV-DATA                 PIC 9(08).
           05  DV-MOTIVO               PIC X(30).
           05  DV-OPERADOR             PIC X(08).

      *-----------------------------------------------------------------
      * SORT-WORK-FILE -- ONE ENTRY PER DOCUMENT, KEYED ON SERIES,
      * SUB-SERIES AND NUMBER. SW-FORA-ORDEM IS SET WHILE THE SOURCE
      * IS READ, WHERE THE ISSUE ORDER IS STILL VISIBLE
      *-----------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SERIE                PIC X(04).
           05  SW-SUBCHAVE             PIC X(06).
           05  SW-NUMERO               PIC 9(08).
           05  SW-DATA                 PIC 9(08).
           05  SW-SEQ-LEITURA          PIC 9(07).
           05  SW-FORA-ORDEM           PIC X(01).
           05  SW-DOCUMENTO            PIC X(08).

       FD  DOC-SORTED-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  DOC-SORTED-RECORD.
           05  SR-SERIE                PIC X(04).
           05  SR-SUBCHAVE             PIC X(06).
           05  SR-NUMERO               PIC 9(08).
           05  SR-DATA                 PIC 9(08).
           05  SR-SEQ-LEITURA          PIC 9(07).
           05  SR-FORA-ORDEM           PIC X(01).
               88  SR-EMITIDO-FORA-ORDEM         VALUE 'S'.
           05  SR-DOCUMENTO            PIC X(08).

       FD  SEQ-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SEQ-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-AI-STATUS            PIC X(02) VALUE SPACES.
       77  WS-PO-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CHQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-DR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DV-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.

       77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-DV-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DV-END-OF-FILE            VALUE 'Y'.
       77  WS-SR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SR-END-OF-FILE            VALUE 'Y'.

      *-----------------------------------------------------------------
      * IFCTL CHECKING PASSES -- ANY FILE REFUSED STOPS THE RUN; THE
      * COUNT TELLS AN EMPTIED FILE FROM ONE WITH BATCHES
      *-----------------------------------------------------------------
       77  WS-IFC-RECUSA-SW        PIC X(01) VALUE 'N'.
           88  WS-IFC-RECUSOU                VALUE 'S'.
       77  WS-IFC-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.

       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-PARM             PIC 9(02) VALUE ZEROS.
       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-AUDITORIA       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE DOCUMENT BEING RELEASED TO THE SORT, AND THE ONE RELEASED
      * BEFORE IT FROM THE SAME SOURCE (FOR THE ISSUE-ORDER CHECK)
      *-----------------------------------------------------------------
       77  WS-SEQ-LEITURA          PIC 9(07) VALUE ZEROS.
       77  WS-LOTE-PROGRAMA        PIC X(08) VALUE SPACES.
       77  WS-LOTE-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-ANT-FONTE-SUB        PIC X(06) VALUE SPACES.
       77  WS-ANT-FONTE-NUM        PIC 9(08) VALUE ZEROS.
       77  WS-ANT-FONTE-DATA       PIC 9(08) VALUE ZEROS.
       77  WS-TEM-ANT-FONTE-SW     PIC X(01) VALUE 'N'.
           88  WS-TEM-ANT-FONTE             VALUE 'S'.

      *    DOCUMENT-ID TO NUMBER: THE DIGITS AFTER THE SERIES PREFIX
      *    ('PO', 'CN', ...) UP TO THE LAST NON-BLANK CHARACTER
       77  WS-DOC-ID               PIC X(08) VALUE SPACES.
       77  WS-POS-CHAR             PIC 9(02) VALUE ZEROS.
       77  WS-POS-INI              PIC 9(02) VALUE ZEROS.
       77  WS-POS-FIM              PIC 9(02) VALUE ZEROS.
       77  WS-TAM-NUMERO           PIC 9(02) VALUE ZEROS.
       77  WS-NUMERO-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-NUMERO-OK                 VALUE 'S'.
       01  WS-NUMERO-ALFA          PIC X(08) VALUE ZEROS.
       01  WS-NUMERO-DOC REDEFINES WS-NUMERO-ALFA
                                   PIC 9(08).

      *-----------------------------------------------------------------
      * VOID TABLE -- LOADED FROM DOCVOID; ONLY LINES WITH A REASON
      *-----------------------------------------------------------------
       01  WS-VOID-TABLE.
           05  WS-VOID-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-VOID-IDX.
               10  WS-VOID-SERIE       PIC X(04).
               10  WS-VOID-SUBCHAVE    PIC X(06).
               10  WS-VOID-NUMERO      PIC 9(08).
               10  WS-VOID-MOTIVO      PIC X(30).
               10  WS-VOID-OPERADOR    PIC X(08).

       77  WS-VOID-COUNT           PIC 9(04) VALUE ZEROS.
       77  WS-VOID-ACHADO-SW       PIC X(01) VALUE 'N'.
           88  WS-VOID-ACHADO               VALUE 'S'.

      *-----------------------------------------------------------------
      * SERIES BEING AUDITED (CONTROL BREAK ON SERIES + SUB-SERIES)
      *-----------------------------------------------------------------
       77  WS-GRP-SERIE            PIC X(04) VALUE SPACES.
       77  WS-GRP-SUBCHAVE         PIC X(06) VALUE SPACES.
       77  WS-GRP-ATIVO-SW         PIC X(01) VALUE 'N'.
           88  WS-GRP-ATIVO                 VALUE 'S'.
       77  WS-TEM-ANTERIOR-SW      PIC X(01) VALUE 'N'.
           88  WS-TEM-ANTERIOR              VALUE 'S'.
       77  WS-ANT-NUMERO           PIC 9(08) VALUE ZEROS.
       77  WS-ANT-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-ANT-DOCUMENTO        PIC X(08) VALUE SPACES.
       77  WS-GRP-PRIMEIRO         PIC 9(08) VALUE ZEROS.
       77  WS-GRP-ULTIMO           PIC 9(08) VALUE ZEROS.
       77  WS-GRP-DOCS             PIC 9(05) VALUE ZEROS.
       77  WS-GRP-FALTANTES        PIC 9(07) VALUE ZEROS.
       77  WS-GRP-INUTILIZADOS     PIC 9(07) VALUE ZEROS.
       77  WS-GRP-DUPLICADOS       PIC 9(05) VALUE ZEROS.
       77  WS-GRP-FORA-ORDEM       PIC 9(05) VALUE ZEROS.

      *    A GAP WIDER THAN THIS IS REPORTED AS ONE RANGE LINE
       77  WS-MAX-LISTA-FALTA      PIC 9(03) VALUE 50.
       77  WS-FALTA-INI            PIC 9(08) VALUE ZEROS.
       77  WS-FALTA-FIM            PIC 9(08) VALUE ZEROS.
       77  WS-FALTA-NUMERO         PIC 9(08) VALUE ZEROS.
       77  WS-FALTA-QTDE           PIC 9(08) VALUE ZEROS.
       77  WS-FALTA-INUTIL         PIC 9(07) VALUE ZEROS.

       77  WS-QTDE-DOCUMENTOS      PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-DOCS-DIA        PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-FALTANTES       PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-INUTILIZADOS    PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-DUPLICADOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-FORA-ORDEM      PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-INVALIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-IRREGULARES     PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-TITULO-LINHA.
           05  FILLER              PIC X(40)
               VALUE 'AUDITORIA DE SEQUENCIA DE DOCUMENTOS EM '.
           05  WS-TL-DATA          PIC 9(08).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-OCORR-LINHA.
           05  WS-OL-SERIE         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OL-SUBCHAVE      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OL-OCORRENCIA    PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OL-NUMERO        PIC Z(07)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-OL-OBSERVACAO    PIC X(43).

       01  WS-CABEC-RESUMO.
           05  FILLER              PIC X(40)
               VALUE 'SERIE SUBSER  PRIMEIRO    ULTIMO   DOCS '.
           05  FILLER              PIC X(40)
               VALUE ' FALTAM  INUTIL  DUPL ORDEM            '.

       01  WS-RESUMO-LINHA.
           05  WS-RL-SERIE         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-SUBCHAVE      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-PRIMEIRO      PIC Z(07)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-ULTIMO        PIC Z(07)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RL-DOCS          PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RL-FALTANTES     PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RL-INUTILIZADOS  PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RL-DUPLICADOS    PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RL-FORA-ORDEM    PIC Z(04)9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-OBS-FAIXA.
           05  FILLER              PIC X(04) VALUE 'ATE '.
           05  WS-OF-FIM           PIC Z(07)9.
           05  FILLER              PIC X(02) VALUE ': '.
           05  WS-OF-QTDE          PIC Z(07)9.
           05  FILLER              PIC X(04) VALUE ' NR,'.
           05  WS-OF-INUTIL        PIC Z(06)9.
           05  FILLER              PIC X(10) VALUE ' INUTILIZ.'.

       01  WS-OBS-DUPLICADO.
           05  WS-OD-DOC-1         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OD-DATA-1        PIC 9(08).
           05  FILLER              PIC X(03) VALUE ' E '.
           05  WS-OD-DOC-2         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OD-DATA-2        PIC 9(08).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  WS-OBS-INUTILIZADO.
           05  WS-OI-MOTIVO        PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-OI-OPERADOR      PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  WS-VISTO-LINHA.
           05  FILLER              PIC X(40)
               VALUE 'CONFERIDO POR (AUDITORIA): ____________'.
           05  FILLER              PIC X(40)
               VALUE '__________   DATA: ___/___/_____        '.

       COPY IFCTLLNK.
       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE -- EVERY SERIES IS RELEASED TO ONE SORT, THEN
      * THE SORTED FILE IS WALKED NUMBER BY NUMBER
      ******************************************************************
       0000-MAINLINE.

           MOVE 'GUANA06' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1940-CHECK-CN-CONTROL
               THRU 1940-CHECK-CN-CONTROL-EXIT

           IF WS-IFC-RECUSOU
               MOVE 8 TO RETURN-CODE
               MOVE 'E'  TO JL-ACAO
               MOVE 0008 TO JL-RETURN-CODE
               CALL 'JOBLOG' USING JOBLOG-PARMS
               MOVE JL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SERIE
                                SW-SUBCHAVE
                                SW-NUMERO
                                SW-DATA
                                SW-SEQ-LEITURA
               INPUT PROCEDURE IS 2000-RELEASE-DOCUMENTS
                   THRU 2000-RELEASE-DOCUMENTS-EXIT
               GIVING DOC-SORTED-FILE

           PERFORM 3000-AUDIT-SEQUENCES
               THRU 3000-AUDIT-SEQUENCES-EXIT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           COMPUTE WS-QTDE-IRREGULARES =
               WS-QTDE-FALTANTES + WS-QTDE-DUPLICADOS
               + WS-QTDE-FORA-ORDEM + WS-QTDE-INVALIDOS
           IF WS-QTDE-IRREGULARES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 'E'        TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- AUDIT DATE, VOID TABLE, REPORT HEADING
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-AUDITORIA

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE
           MOVE ZEROS TO WS-POS-PARM
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-PARM
               FOR CHARACTERS BEFORE INITIAL 'DATA='
           IF WS-POS-PARM < 67
               IF WS-PARM-LINHA(WS-POS-PARM + 6 : 8) NUMERIC
                   MOVE WS-PARM-LINHA(WS-POS-PARM + 6 : 8)
                       TO WS-DATA-AUDITORIA
               ELSE
                   DISPLAY 'EXECUCAO RECUSADA - DATA= INVALIDA NO '
                       'PARM'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'E'  TO JL-ACAO
                   MOVE 0008 TO JL-RETURN-CODE
                   CALL 'JOBLOG' USING JOBLOG-PARMS
                   MOVE JL-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-VOID-TABLE

           OPEN INPUT VOID-FILE
           IF WS-DV-STATUS = '00'
               PERFORM 8500-READ-VOID
                   THRU 8500-READ-VOID-EXIT
               PERFORM 1100-STORE-VOID
                   THRU 1100-STORE-VOID-EXIT
                   UNTIL WS-DV-END-OF-FILE
               CLOSE VOID-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO DOCVOID -- TODO NUMERO '
                   'FALTANTE FICA PENDENTE'
           END-IF

           OPEN OUTPUT SEQ-REPORT-FILE
           MOVE 'GUANA06' TO RH-PROGRAM-ID
           MOVE 1         TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE SEQ-REPORT-LINE FROM RH-HEADER-LINE

           MOVE WS-DATA-AUDITORIA TO WS-TL-DATA
           WRITE SEQ-REPORT-LINE FROM WS-TITULO-LINHA
           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-VOID -- A VOID WITHOUT A REASON DOES NOT CLEAR THE
      * NUMBER AND IS NOT LOADED
      ******************************************************************
       1100-STORE-VOID.

           IF DV-MOTIVO = SPACES
               OR DV-NUMERO NOT NUMERIC
               OR DV-SERIE = SPACES
               DISPLAY 'INUTILIZACAO IGNORADA (SEM MOTIVO OU NUMERO '
                   'INVALIDO) - ' DV-SERIE ' ' DV-SUBCHAVE ' '
                   DV-NUMERO
               GO TO 1100-STORE-VOID-NEXT
           END-IF

           IF WS-VOID-COUNT < 1000
               ADD 1 TO WS-VOID-COUNT
               SET WS-VOID-IDX TO WS-VOID-COUNT
               MOVE DV-SERIE     TO WS-VOID-SERIE(WS-VOID-IDX)
               MOVE DV-SUBCHAVE  TO WS-VOID-SUBCHAVE(WS-VOID-IDX)
               MOVE DV-NUMERO    TO WS-VOID-NUMERO(WS-VOID-IDX)
               MOVE DV-MOTIVO    TO WS-VOID-MOTIVO(WS-VOID-IDX)
               MOVE DV-OPERADOR  TO WS-VOID-OPERADOR(WS-VOID-IDX)
           ELSE
               DISPLAY 'TABELA DE INUTILIZACOES CHEIA -- '
                   DV-SERIE ' ' DV-NUMERO ' IGNORADO'
           END-IF.

       1100-STORE-VOID-NEXT.

           PERFORM 8500-READ-VOID
               THRU 8500-READ-VOID-EXIT.

       1100-STORE-VOID-EXIT.
           EXIT.

      ******************************************************************
      * 1940-CHECK-CN-CONTROL -- IFCTL CHECKING PASS OVER CREDNOTA: ITS
      * HASH IS THE PRE-TAX CREDIT. A BATCH HAS NO AGE LIMIT; A FILE
      * LEFT EMPTY WHEN COMMCALC CONSUMED IT HAS NOTHING TO PROVE AND
      * IS TAKEN AS ABSENT
      ******************************************************************
       1940-CHECK-CN-CONTROL.

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE JL-PROGRAM-ID TO IC-PROGRAMA
           MOVE ZEROS         TO IC-DIAS-VALIDADE
           MOVE 'N'           TO IC-CONSUMO
           MOVE 'I'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS NOT = '00'
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE ZEROS TO WS-IFC-QTDE-LIDOS
           PERFORM 1950-CHECK-CN-RECORD
               THRU 1950-CHECK-CN-RECORD-EXIT
               UNTIL WS-END-OF-FILE

           CLOSE CREDIT-NOTE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IFC-QTDE-LIDOS = ZEROS
               GO TO 1940-CHECK-CN-CONTROL-EXIT
           END-IF

           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'F'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS
           IF IC-ARQUIVO-RECUSADO
               MOVE 'S' TO WS-IFC-RECUSA-SW
           END-IF.

       1940-CHECK-CN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1950-CHECK-CN-RECORD
      ******************************************************************
       1950-CHECK-CN-RECORD.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1950-CHECK-CN-RECORD-EXIT
           END-READ

           ADD 1 TO WS-IFC-QTDE-LIDOS
           MOVE CREDIT-NOTE-RECORD TO IC-REGISTRO
           MOVE ZEROS             TO IC-VALOR
           IF NOT IC-REG-CONTROLE
               MOVE CN-VALOR      TO IC-VALOR
           END-IF
           MOVE 'CREDNOTA'    TO IC-ARQUIVO
           MOVE 'L'           TO IC-ACAO
           CALL 'IFCTL' USING IFCTL-PARMS.

       1950-CHECK-CN-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-RELEASE-DOCUMENTS -- SORT INPUT: ONE PASS PER SERIES; A
      * MISSING SOURCE FILE JUST CONTRIBUTES NOTHING
      ******************************************************************
       2000-RELEASE-DOCUMENTS.

           OPEN INPUT AR-INVOICE-FILE
           IF WS-AI-STATUS = '00'
               PERFORM 2050-START-SOURCE
                   THRU 2050-START-SOURCE-EXIT
               MOVE SPACES TO WS-LOTE-PROGRAMA
               MOVE ZEROS  TO WS-LOTE-DATA
               PERFORM 8000-READ-AR-INVOICE
                   THRU 8000-READ-AR-INVOICE-EXIT
               PERFORM 2100-RELEASE-INVOICE
                   THRU 2100-RELEASE-INVOICE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE AR-INVOICE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO ARINVOIC -- SERIE FATU '
                   'NAO AUDITADA'
           END-IF

           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-STATUS = '00'
               PERFORM 2050-START-SOURCE
                   THRU 2050-START-SOURCE-EXIT
               PERFORM 8100-READ-ORDER
                   THRU 8100-READ-ORDER-EXIT
               PERFORM 2200-RELEASE-ORDER
                   THRU 2200-RELEASE-ORDER-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO PURCHORD -- SERIE PEDC '
                   'NAO AUDITADA'
           END-IF

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CN-STATUS = '00'
               PERFORM 2050-START-SOURCE
                   THRU 2050-START-SOURCE-EXIT
               PERFORM 8200-READ-CREDIT-NOTE
                   THRU 8200-READ-CREDIT-NOTE-EXIT
               PERFORM 2300-RELEASE-CREDIT-NOTE
                   THRU 2300-RELEASE-CREDIT-NOTE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE CREDIT-NOTE-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CREDNOTA -- SERIE NCRE '
                   'NAO AUDITADA'
           END-IF

           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-STATUS = '00'
               PERFORM 2050-START-SOURCE
                   THRU 2050-START-SOURCE-EXIT
               PERFORM 8300-READ-CHEQUE
                   THRU 8300-READ-CHEQUE-EXIT
               PERFORM 2400-RELEASE-CHEQUE
                   THRU 2400-RELEASE-CHEQUE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE CHEQUE-REGISTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO CHEQMAST -- SERIE CHEQ '
                   'NAO AUDITADA'
           END-IF

           OPEN INPUT REGISTRY-FILE
           IF WS-DR-STATUS = '00'
               PERFORM 2050-START-SOURCE
                   THRU 2050-START-SOURCE-EXIT
               PERFORM 8400-READ-REGISTRY
                   THRU 8400-READ-REGISTRY-EXIT
               PERFORM 2500-RELEASE-CERTIFICATE
                   THRU 2500-RELEASE-CERTIFICATE-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE REGISTRY-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO DIPLREG -- SERIE CERT '
                   'NAO AUDITADA'
           END-IF

           DISPLAY 'DOCUMENTOS LIDOS: ' WS-QTDE-DOCUMENTOS.

       2000-RELEASE-DOCUMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2050-START-SOURCE -- EACH SOURCE'S ISSUE ORDER IS CHECKED ON
      * ITS OWN
      ******************************************************************
       2050-START-SOURCE.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-TEM-ANT-FONTE-SW.

       2050-START-SOURCE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RELEASE-INVOICE -- THE IFCTL HEADER NAMES THE PRODUCING
      * RUN AND ITS DATE; ONLY SALESINV BATCHES CARRY THE SL-INVOICE-ID
      * SERIES, AND ONLY PARCEL 1 (ZERO ON A CASH SALE) IS COUNTED
      ******************************************************************
       2100-RELEASE-INVOICE.

           MOVE AR-INVOICE-RECORD TO IC-REGISTRO

           IF IC-REG-HEADER
               MOVE IC-H-PROGRAMA TO WS-LOTE-PROGRAMA
               MOVE IC-H-DATA     TO WS-LOTE-DATA
               GO TO 2100-RELEASE-INVOICE-NEXT
           END-IF

           IF IC-REG-TRAILER
               OR WS-LOTE-PROGRAMA NOT = 'SALESINV'
               OR AI-PARCELA-SEQ > 1
               GO TO 2100-RELEASE-INVOICE-NEXT
           END-IF

           MOVE 'FATU'        TO SW-SERIE
           MOVE SPACES        TO SW-SUBCHAVE
           MOVE AI-INVOICE-ID TO WS-DOC-ID
           MOVE WS-LOTE-DATA  TO SW-DATA
           PERFORM 2800-RELEASE-BY-ID
               THRU 2800-RELEASE-BY-ID-EXIT.

       2100-RELEASE-INVOICE-NEXT.

           PERFORM 8000-READ-AR-INVOICE
               THRU 8000-READ-AR-INVOICE-EXIT.

       2100-RELEASE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RELEASE-ORDER
      ******************************************************************
       2200-RELEASE-ORDER.

           MOVE 'PEDC'          TO SW-SERIE
           MOVE SPACES          TO SW-SUBCHAVE
           MOVE PO-NUMERO       TO WS-DOC-ID
           MOVE PO-DATA-EMISSAO TO SW-DATA
           PERFORM 2800-RELEASE-BY-ID
               THRU 2800-RELEASE-BY-ID-EXIT

           PERFORM 8100-READ-ORDER
               THRU 8100-READ-ORDER-EXIT.

       2200-RELEASE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RELEASE-CREDIT-NOTE
      ******************************************************************
       2300-RELEASE-CREDIT-NOTE.

           MOVE 'NCRE'    TO SW-SERIE
           MOVE SPACES    TO SW-SUBCHAVE
           MOVE CN-NUMERO TO WS-DOC-ID
           MOVE CN-DATA   TO SW-DATA
           PERFORM 2800-RELEASE-BY-ID
               THRU 2800-RELEASE-BY-ID-EXIT

           PERFORM 8200-READ-CREDIT-NOTE
               THRU 8200-READ-CREDIT-NOTE-EXIT.

       2300-RELEASE-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RELEASE-CHEQUE -- EVERY LEAF ISSUED, WHATEVER BECAME OF
      * IT; EACH ACCOUNT'S CHEQUE BOOK IS ITS OWN SERIES
      ******************************************************************
       2400-RELEASE-CHEQUE.

           MOVE 'CHEQ'          TO SW-SERIE
           MOVE CQ-ACCOUNT-ID   TO SW-SUBCHAVE
           MOVE CQ-DATA-EMISSAO TO SW-DATA
           MOVE SPACES          TO WS-DOC-ID
           MOVE CQ-NUMERO       TO WS-DOC-ID(3:6)
           PERFORM 2800-RELEASE-BY-ID
               THRU 2800-RELEASE-BY-ID-EXIT

           PERFORM 8300-READ-CHEQUE
               THRU 8300-READ-CHEQUE-EXIT.

       2400-RELEASE-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-RELEASE-CERTIFICATE
      ******************************************************************
       2500-RELEASE-CERTIFICATE.

           MOVE 'CERT'          TO SW-SERIE
           MOVE SPACES          TO SW-SUBCHAVE
           MOVE DR-DATA-EMISSAO TO SW-DATA
           MOVE SPACES          TO WS-DOC-ID
           MOVE DR-REGISTRO     TO WS-DOC-ID(3:6)
           PERFORM 2800-RELEASE-BY-ID
               THRU 2800-RELEASE-BY-ID-EXIT

           PERFORM 8400-READ-REGISTRY
               THRU 8400-READ-REGISTRY-EXIT.

       2500-RELEASE-CERTIFICATE-EXIT.
           EXIT.

      ******************************************************************
      * 2800-RELEASE-BY-ID -- NUMBER THE DOCUMENT, FLAG IT WHEN IT WAS
      * ISSUED BELOW THE NUMBER ISSUED JUST BEFORE IT FROM THE SAME
      * SOURCE (SAME DAY OR LATER), AND RELEASE IT TO THE SORT. AN ID
      * WITH NO USABLE NUMBER CANNOT BE PLACED IN ITS SERIES AND IS
      * LISTED STRAIGHT AWAY WHEN IT WAS ISSUED ON THE AUDIT DATE
      ******************************************************************
       2800-RELEASE-BY-ID.

           IF SW-DATA NOT NUMERIC
               MOVE ZEROS TO SW-DATA
           END-IF

           PERFORM 2900-EXTRACT-NUMBER
               THRU 2900-EXTRACT-NUMBER-EXIT

           IF NOT WS-NUMERO-OK
               IF SW-DATA = WS-DATA-AUDITORIA
                   MOVE SPACES         TO WS-OCORR-LINHA
                   MOVE SW-SERIE       TO WS-OL-SERIE
                   MOVE SW-SUBCHAVE    TO WS-OL-SUBCHAVE
                   MOVE 'SEM NUMERO'   TO WS-OL-OCORRENCIA
                   MOVE ZEROS          TO WS-OL-NUMERO
                   MOVE WS-DOC-ID      TO WS-OL-OBSERVACAO
                   WRITE SEQ-REPORT-LINE FROM WS-OCORR-LINHA
                   ADD 1 TO WS-QTDE-INVALIDOS
               END-IF
               GO TO 2800-RELEASE-BY-ID-EXIT
           END-IF

           MOVE 'N' TO SW-FORA-ORDEM
           IF WS-TEM-ANT-FONTE
               AND SW-SUBCHAVE = WS-ANT-FONTE-SUB
               AND WS-NUMERO-DOC < WS-ANT-FONTE-NUM
               AND SW-DATA NOT < WS-ANT-FONTE-DATA
               MOVE 'S' TO SW-FORA-ORDEM
           END-IF

           MOVE SW-SUBCHAVE   TO WS-ANT-FONTE-SUB
           MOVE WS-NUMERO-DOC TO WS-ANT-FONTE-NUM
           MOVE SW-DATA       TO WS-ANT-FONTE-DATA
           MOVE 'S'           TO WS-TEM-ANT-FONTE-SW

           ADD 1 TO WS-SEQ-LEITURA
           MOVE WS-SEQ-LEITURA TO SW-SEQ-LEITURA
           MOVE WS-NUMERO-DOC  TO SW-NUMERO
           MOVE WS-DOC-ID      TO SW-DOCUMENTO
           RELEASE SORT-WORK-RECORD

           ADD 1 TO WS-QTDE-DOCUMENTOS.

       2800-RELEASE-BY-ID-EXIT.
           EXIT.

      ******************************************************************
      * 2900-EXTRACT-NUMBER -- THE NUMBER IS THE RUN OF DIGITS FROM THE
      * FIRST DIGIT TO THE LAST NON-BLANK CHARACTER OF THE ID
      ******************************************************************
       2900-EXTRACT-NUMBER.

           MOVE 'N'   TO WS-NUMERO-OK-SW
           MOVE ZEROS TO WS-POS-INI
           MOVE ZEROS TO WS-POS-FIM

           PERFORM 2910-SCAN-ID-CHAR
               THRU 2910-SCAN-ID-CHAR-EXIT
               VARYING WS-POS-CHAR FROM 1 BY 1
               UNTIL WS-POS-CHAR > 8

           IF WS-POS-INI = ZEROS OR WS-POS-FIM < WS-POS-INI
               GO TO 2900-EXTRACT-NUMBER-EXIT
           END-IF

           COMPUTE WS-TAM-NUMERO = WS-POS-FIM - WS-POS-INI + 1
           IF WS-DOC-ID(WS-POS-INI : WS-TAM-NUMERO) NOT NUMERIC
               GO TO 2900-EXTRACT-NUMBER-EXIT
           END-IF

           MOVE ZEROS TO WS-NUMERO-ALFA
           MOVE WS-DOC-ID(WS-POS-INI : WS-TAM-NUMERO)
               TO WS-NUMERO-ALFA(9 - WS-TAM-NUMERO : WS-TAM-NUMERO)
           MOVE 'S' TO WS-NUMERO-OK-SW.

       2900-EXTRACT-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      * 2910-SCAN-ID-CHAR
      ******************************************************************
       2910-SCAN-ID-CHAR.

           IF WS-DOC-ID(WS-POS-CHAR : 1) IS NUMERIC
               AND WS-POS-INI = ZEROS
               MOVE WS-POS-CHAR TO WS-POS-INI
           END-IF

           IF WS-DOC-ID(WS-POS-CHAR : 1) NOT = SPACE
               MOVE WS-POS-CHAR TO WS-POS-FIM
           END-IF.

       2910-SCAN-ID-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AUDIT-SEQUENCES -- EACH NUMBER AGAINST ITS ANTECESSOR IN
      * THE SERIES. A GAP OR A REPEAT IS THE AUDIT DAY'S WHEN EITHER
      * SIDE OF IT WAS ISSUED THAT DAY
      ******************************************************************
       3000-AUDIT-SEQUENCES.

           OPEN INPUT DOC-SORTED-FILE

           PERFORM 8600-READ-SORTED
               THRU 8600-READ-SORTED-EXIT

           PERFORM 3100-CHECK-DOCUMENT
               THRU 3100-CHECK-DOCUMENT-EXIT
               UNTIL WS-SR-END-OF-FILE

           IF WS-GRP-ATIVO
               PERFORM 3500-CLOSE-SERIES
                   THRU 3500-CLOSE-SERIES-EXIT
           END-IF

           CLOSE DOC-SORTED-FILE.

       3000-AUDIT-SEQUENCES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-DOCUMENT
      ******************************************************************
       3100-CHECK-DOCUMENT.

           IF NOT WS-GRP-ATIVO
               OR SR-SERIE NOT = WS-GRP-SERIE
               OR SR-SUBCHAVE NOT = WS-GRP-SUBCHAVE
               IF WS-GRP-ATIVO
                   PERFORM 3500-CLOSE-SERIES
                       THRU 3500-CLOSE-SERIES-EXIT
               END-IF
               PERFORM 3050-OPEN-SERIES
                   THRU 3050-OPEN-SERIES-EXIT
           END-IF

           IF WS-TEM-ANTERIOR
               AND (SR-DATA = WS-DATA-AUDITORIA
                    OR WS-ANT-DATA = WS-DATA-AUDITORIA)
               IF SR-NUMERO = WS-ANT-NUMERO
                   PERFORM 3200-REPORT-DUPLICATE
                       THRU 3200-REPORT-DUPLICATE-EXIT
               ELSE
                   IF SR-NUMERO > WS-ANT-NUMERO + 1
                       PERFORM 3300-REPORT-GAP
                           THRU 3300-REPORT-GAP-EXIT
                   END-IF
               END-IF
           END-IF

           IF SR-DATA = WS-DATA-AUDITORIA
               IF WS-GRP-DOCS = ZEROS
                   MOVE SR-NUMERO TO WS-GRP-PRIMEIRO
               END-IF
               MOVE SR-NUMERO TO WS-GRP-ULTIMO
               ADD 1 TO WS-GRP-DOCS
               ADD 1 TO WS-QTDE-DOCS-DIA
               IF SR-EMITIDO-FORA-ORDEM
                   PERFORM 3400-REPORT-OUT-OF-ORDER
                       THRU 3400-REPORT-OUT-OF-ORDER-EXIT
               END-IF
           END-IF

           MOVE SR-NUMERO    TO WS-ANT-NUMERO
           MOVE SR-DATA      TO WS-ANT-DATA
           MOVE SR-DOCUMENTO TO WS-ANT-DOCUMENTO
           MOVE 'S'          TO WS-TEM-ANTERIOR-SW

           PERFORM 8600-READ-SORTED
               THRU 8600-READ-SORTED-EXIT.

       3100-CHECK-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3050-OPEN-SERIES
      ******************************************************************
       3050-OPEN-SERIES.

           MOVE SR-SERIE    TO WS-GRP-SERIE
           MOVE SR-SUBCHAVE TO WS-GRP-SUBCHAVE
           MOVE 'S'         TO WS-GRP-ATIVO-SW
           MOVE 'N'         TO WS-TEM-ANTERIOR-SW
           MOVE ZEROS       TO WS-GRP-PRIMEIRO
           MOVE ZEROS       TO WS-GRP-ULTIMO
           MOVE ZEROS       TO WS-GRP-DOCS
           MOVE ZEROS       TO WS-GRP-FALTANTES
           MOVE ZEROS       TO WS-GRP-INUTILIZADOS
           MOVE ZEROS       TO WS-GRP-DUPLICADOS
           MOVE ZEROS       TO WS-GRP-FORA-ORDEM.

       3050-OPEN-SERIES-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REPORT-DUPLICATE
      ******************************************************************
       3200-REPORT-DUPLICATE.

           MOVE WS-ANT-DOCUMENTO TO WS-OD-DOC-1
           MOVE WS-ANT-DATA      TO WS-OD-DATA-1
           MOVE SR-DOCUMENTO     TO WS-OD-DOC-2
           MOVE SR-DATA          TO WS-OD-DATA-2

           MOVE SPACES           TO WS-OCORR-LINHA
           MOVE 'DUPLICADO'      TO WS-OL-OCORRENCIA
           MOVE SR-NUMERO        TO WS-OL-NUMERO
           MOVE WS-OBS-DUPLICADO TO WS-OL-OBSERVACAO
           PERFORM 3900-WRITE-OCCURRENCE
               THRU 3900-WRITE-OCCURRENCE-EXIT

           ADD 1 TO WS-GRP-DUPLICADOS
           ADD 1 TO WS-QTDE-DUPLICADOS.

       3200-REPORT-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REPORT-GAP -- EVERY NUMBER BETWEEN THE ANTECESSOR AND THIS
      * ONE IS MISSING UNLESS DOCVOID GIVES IT A REASON. A WIDE GAP IS
      * ONE RANGE LINE WITH ITS VOIDED COUNT
      ******************************************************************
       3300-REPORT-GAP.

           COMPUTE WS-FALTA-INI  = WS-ANT-NUMERO + 1
           COMPUTE WS-FALTA-FIM  = SR-NUMERO - 1
           COMPUTE WS-FALTA-QTDE = WS-FALTA-FIM - WS-FALTA-INI + 1

           IF WS-FALTA-QTDE NOT > WS-MAX-LISTA-FALTA
               PERFORM 3310-CHECK-ONE-MISSING
                   THRU 3310-CHECK-ONE-MISSING-EXIT
                   VARYING WS-FALTA-NUMERO FROM WS-FALTA-INI BY 1
                   UNTIL WS-FALTA-NUMERO > WS-FALTA-FIM
               GO TO 3300-REPORT-GAP-EXIT
           END-IF

           MOVE ZEROS TO WS-FALTA-INUTIL
           PERFORM 3320-COUNT-VOID-IN-RANGE
               THRU 3320-COUNT-VOID-IN-RANGE-EXIT
               VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT

           MOVE WS-FALTA-FIM    TO WS-OF-FIM
           MOVE WS-FALTA-QTDE   TO WS-OF-QTDE
           MOVE WS-FALTA-INUTIL TO WS-OF-INUTIL

           MOVE SPACES           TO WS-OCORR-LINHA
           MOVE 'FAIXA FALTANTE' TO WS-OL-OCORRENCIA
           MOVE WS-FALTA-INI     TO WS-OL-NUMERO
           MOVE WS-OBS-FAIXA     TO WS-OL-OBSERVACAO
           PERFORM 3900-WRITE-OCCURRENCE
               THRU 3900-WRITE-OCCURRENCE-EXIT

           ADD WS-FALTA-INUTIL TO WS-GRP-INUTILIZADOS
           ADD WS-FALTA-INUTIL TO WS-QTDE-INUTILIZADOS
           SUBTRACT WS-FALTA-INUTIL FROM WS-FALTA-QTDE
           ADD WS-FALTA-QTDE TO WS-GRP-FALTANTES
           ADD WS-FALTA-QTDE TO WS-QTDE-FALTANTES.

       3300-REPORT-GAP-EXIT.
           EXIT.

      ******************************************************************
      * 3310-CHECK-ONE-MISSING
      ******************************************************************
       3310-CHECK-ONE-MISSING.

           MOVE 'N' TO WS-VOID-ACHADO-SW
           SET WS-VOID-IDX TO 1
           SEARCH WS-VOID-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VOID-IDX > WS-VOID-COUNT
                   CONTINUE
               WHEN WS-VOID-SERIE(WS-VOID-IDX) = WS-GRP-SERIE
                   AND WS-VOID-SUBCHAVE(WS-VOID-IDX) = WS-GRP-SUBCHAVE
                   AND WS-VOID-NUMERO(WS-VOID-IDX) = WS-FALTA-NUMERO
                   MOVE 'S' TO WS-VOID-ACHADO-SW
           END-SEARCH

           MOVE SPACES          TO WS-OCORR-LINHA
           MOVE WS-FALTA-NUMERO TO WS-OL-NUMERO

           IF WS-VOID-ACHADO
               MOVE WS-VOID-MOTIVO(WS-VOID-IDX)   TO WS-OI-MOTIVO
               MOVE WS-VOID-OPERADOR(WS-VOID-IDX) TO WS-OI-OPERADOR
               MOVE 'INUTILIZADO'      TO WS-OL-OCORRENCIA
               MOVE WS-OBS-INUTILIZADO TO WS-OL-OBSERVACAO
               ADD 1 TO WS-GRP-INUTILIZADOS
               ADD 1 TO WS-QTDE-INUTILIZADOS
           ELSE
               MOVE 'FALTANTE'         TO WS-OL-OCORRENCIA
               MOVE 'SEM REGISTRO DE INUTILIZACAO'
                                       TO WS-OL-OBSERVACAO
               ADD 1 TO WS-GRP-FALTANTES
               ADD 1 TO WS-QTDE-FALTANTES
           END-IF

           PERFORM 3900-WRITE-OCCURRENCE
               THRU 3900-WRITE-OCCURRENCE-EXIT.

       3310-CHECK-ONE-MISSING-EXIT.
           EXIT.

      ******************************************************************
      * 3320-COUNT-VOID-IN-RANGE
      ******************************************************************
       3320-COUNT-VOID-IN-RANGE.

           IF WS-VOID-SERIE(WS-VOID-IDX) = WS-GRP-SERIE
               AND WS-VOID-SUBCHAVE(WS-VOID-IDX) = WS-GRP-SUBCHAVE
               AND WS-VOID-NUMERO(WS-VOID-IDX) NOT < WS-FALTA-INI
               AND WS-VOID-NUMERO(WS-VOID-IDX) NOT > WS-FALTA-FIM
               ADD 1 TO WS-FALTA-INUTIL
           END-IF.

       3320-COUNT-VOID-IN-RANGE-EXIT.
           EXIT.

      ******************************************************************
      * 3400-REPORT-OUT-OF-ORDER -- ISSUED AFTER A HIGHER NUMBER
      ******************************************************************
       3400-REPORT-OUT-OF-ORDER.

           MOVE SPACES          TO WS-OCORR-LINHA
           MOVE 'FORA DE ORDEM' TO WS-OL-OCORRENCIA
           MOVE SR-NUMERO       TO WS-OL-NUMERO
           MOVE 'EMITIDO DEPOIS DE UM NUMERO MAIOR'
                                TO WS-OL-OBSERVACAO
           PERFORM 3900-WRITE-OCCURRENCE
               THRU 3900-WRITE-OCCURRENCE-EXIT

           ADD 1 TO WS-GRP-FORA-ORDEM
           ADD 1 TO WS-QTDE-FORA-ORDEM.

       3400-REPORT-OUT-OF-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CLOSE-SERIES -- THE SERIES' LINE FOR THE DAY, WHEN IT
      * ISSUED ANYTHING OR HAD ANYTHING TO REPORT
      ******************************************************************
       3500-CLOSE-SERIES.

           MOVE 'N' TO WS-GRP-ATIVO-SW

           IF WS-GRP-DOCS = ZEROS
               AND WS-GRP-FALTANTES = ZEROS
               AND WS-GRP-INUTILIZADOS = ZEROS
               AND WS-GRP-DUPLICADOS = ZEROS
               GO TO 3500-CLOSE-SERIES-EXIT
           END-IF

           WRITE SEQ-REPORT-LINE FROM WS-CABEC-RESUMO

           MOVE WS-GRP-SERIE        TO WS-RL-SERIE
           MOVE WS-GRP-SUBCHAVE     TO WS-RL-SUBCHAVE
           MOVE WS-GRP-PRIMEIRO     TO WS-RL-PRIMEIRO
           MOVE WS-GRP-ULTIMO       TO WS-RL-ULTIMO
           MOVE WS-GRP-DOCS         TO WS-RL-DOCS
           MOVE WS-GRP-FALTANTES    TO WS-RL-FALTANTES
           MOVE WS-GRP-INUTILIZADOS TO WS-RL-INUTILIZADOS
           MOVE WS-GRP-DUPLICADOS   TO WS-RL-DUPLICADOS
           MOVE WS-GRP-FORA-ORDEM   TO WS-RL-FORA-ORDEM
           WRITE SEQ-REPORT-LINE FROM WS-RESUMO-LINHA

           MOVE SPACES TO SEQ-REPORT-LINE
           WRITE SEQ-REPORT-LINE.

       3500-CLOSE-SERIES-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-OCCURRENCE
      ******************************************************************
       3900-WRITE-OCCURRENCE.

           MOVE WS-GRP-SERIE    TO WS-OL-SERIE
           MOVE WS-GRP-SUBCHAVE TO WS-OL-SUBCHAVE
           WRITE SEQ-REPORT-LINE FROM WS-OCORR-LINHA.

       3900-WRITE-OCCURRENCE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE -- SIGN-OFF LINE AND CONTROL TOTALS
      ******************************************************************
       4000-FINALIZE.

           IF WS-QTDE-DOCS-DIA = ZEROS
               MOVE 'NENHUM DOCUMENTO EMITIDO NA DATA'
                   TO SEQ-REPORT-LINE
               WRITE SEQ-REPORT-LINE
               MOVE SPACES TO SEQ-REPORT-LINE
               WRITE SEQ-REPORT-LINE
           END-IF

           WRITE SEQ-REPORT-LINE FROM WS-VISTO-LINHA

           CLOSE SEQ-REPORT-FILE

           DISPLAY 'DOCUMENTOS NA DATA:        ' WS-QTDE-DOCS-DIA
           DISPLAY 'NUMEROS FALTANTES:         ' WS-QTDE-FALTANTES
           DISPLAY 'NUMEROS INUTILIZADOS:      ' WS-QTDE-INUTILIZADOS
           DISPLAY 'NUMEROS DUPLICADOS:        ' WS-QTDE-DUPLICADOS
           DISPLAY 'EMITIDOS FORA DE ORDEM:    ' WS-QTDE-FORA-ORDEM
           DISPLAY 'DOCUMENTOS SEM NUMERO:     ' WS-QTDE-INVALIDOS

           COMPUTE WS-QTDE-IRREGULARES =
               WS-QTDE-DUPLICADOS + WS-QTDE-FORA-ORDEM
               + WS-QTDE-INVALIDOS

           MOVE 'GUANA06'           TO CT-PROGRAM-ID
           MOVE 'DOCS NA DATA'      TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-DOCS-DIA    TO CT-TOTAL-1-VALOR
           MOVE 'FALTANTES'         TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-FALTANTES   TO CT-TOTAL-2-VALOR
           MOVE 'DUPL/ORDEM/INV'    TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-IRREGULARES TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-AR-INVOICE
      ******************************************************************
       8000-READ-AR-INVOICE.

           READ AR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8000-READ-AR-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-ORDER
      ******************************************************************
       8100-READ-ORDER.

           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8100-READ-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-CREDIT-NOTE
      ******************************************************************
       8200-READ-CREDIT-NOTE.

           READ CREDIT-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 8200-READ-CREDIT-NOTE-EXIT
           END-READ

           IF CREDIT-NOTE-RECORD(1:2) = '*H'
               OR CREDIT-NOTE-RECORD(1:2) = '*T'
               GO TO 8200-READ-CREDIT-NOTE
           END-IF.

       8200-READ-CREDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-CHEQUE
      ******************************************************************
       8300-READ-CHEQUE.

           READ CHEQUE-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8300-READ-CHEQUE-EXIT.
           EXIT.

      ******************************************************************
      * 8400-READ-REGISTRY
      ******************************************************************
       8400-READ-REGISTRY.

           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       8400-READ-REGISTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8500-READ-VOID
      ******************************************************************
       8500-READ-VOID.

           READ VOID-FILE
               AT END
                   MOVE 'Y' TO WS-DV-EOF-SWITCH
           END-READ.

       8500-READ-VOID-EXIT.
           EXIT.

      ******************************************************************
      * 8600-READ-SORTED
      ******************************************************************
       8600-READ-SORTED.

           READ DOC-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-SR-EOF-SWITCH
           END-READ.

       8600-READ-SORTED-EXIT.
           EXIT.
