      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CERTIFIED BALANCE LETTERS -- READS A LIST OF ACCOUNTS
      * AND PAST DATES (SALDOREQ, ONE LINE PER LETTER ASKED FOR BY A
      * COURT, AUDITOR OR THE CUSTOMER) AND PRINTS ONE SIGNED
      * DECLARATION OF THE ACCOUNT'S CLOSING BALANCE ON EACH DATE. THE
      * BALANCE IS THE LATEST GUANA03 END-OF-DAY SNAPSHOT FOR THE
      * ACCOUNT DATED ON OR BEFORE THE DATE ASKED, TAKEN FROM THE
      * SALDOARC ARCHIVE AND THE SALDOHIS ONLINE FILE IN ONE PASS OVER
      * EACH. AN ACCOUNT WITH NO SNAPSHOT UP TO THE DATE GETS A LETTER
      * SAYING THE BALANCE CANNOT BE CERTIFIED. A LINE WITH A BAD OR
      * FUTURE DATE IS REFUSED WITH RETURN-CODE 4. HOLDER NAME AND
      * ADDRESS COME FROM A KEYED LOOKUP ON ACCTATTR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOCRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-REQUEST-FILE ASSIGN TO "SALDOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHS-STATUS.

           SELECT BALANCE-HISTORY-ARCH ASSIGN TO "SALDOARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHA-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-ATT-STATUS.

           SELECT BALANCE-LETTER-FILE ASSIGN TO "SALDOCER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * BALANCE-REQUEST-FILE -- ACCOUNT, DATE (AAAAMMDD) AND THE
      * REQUESTER'S REFERENCE (COURT CASE, AUDIT FILE) FOR THE LETTER
      *-----------------------------------------------------------------
       FD  BALANCE-REQUEST-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BALANCE-REQUEST-RECORD.
           05  SR-ACCOUNT-ID           PIC X(06).
           05  SR-DATA-X               PIC X(08).
           05  SR-DATA REDEFINES SR-DATA-X
                                       PIC 9(08).
           05  SR-REFERENCIA           PIC X(20).
           05  FILLER                  PIC X(06).

       FD  BALANCE-HISTORY-FILE.
           COPY SALDOHIS.

       FD  BALANCE-HISTORY-ARCH
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-HISTORY-ARCH-RECORD PIC X(30).

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  BALANCE-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-LETTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-REQ-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SHS-STATUS           PIC X(02) VALUE SPACES.
       77  WS-SHA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-ATT-STATUS           PIC X(02) VALUE SPACES.
       77  WS-CER-STATUS           PIC X(02) VALUE SPACES.

       77  WS-REQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-REQ-END-OF-FILE            VALUE 'Y'.
       77  WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SH-END-OF-FILE             VALUE 'Y'.
       77  WS-ATT-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-TEM-ATRIBUTOS              VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      * REQUEST TABLE -- EVERY ACCEPTED LINE OF SALDOREQ WITH THE BEST
      * SNAPSHOT FOUND FOR IT SO FAR
      *-----------------------------------------------------------------
       01  WS-SOLICITACOES-TABLE.
           05  WS-SOL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-SOL-IDX.
               10  WS-SOL-CONTA        PIC X(06).
               10  WS-SOL-DATA         PIC 9(08).
               10  WS-SOL-REFERENCIA   PIC X(20).
               10  WS-SOL-ACHOU        PIC X(01).
                   88  WS-SOL-COM-POSICAO        VALUE 'S'.
               10  WS-SOL-POS-DATA     PIC 9(08).
               10  WS-SOL-SALDO        PIC S9(07)V99.

       77  WS-SOL-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-SOL-SUB              PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      * VIEW OF THE SNAPSHOT LAST READ FROM EITHER SNAPSHOT FILE
      *-----------------------------------------------------------------
       01  WS-SH-VIEW.
           05  WS-SHV-ACCOUNT-ID       PIC X(06).
           05  WS-SHV-DATA             PIC 9(08).
           05  WS-SHV-SALDO            PIC S9(07)V99.
           05  FILLER                  PIC X(07).

      *-----------------------------------------------------------------
      * DATE EDITING -- AAAAMMDD SHOWN AS DD/MM/AAAA ON THE LETTER
      *-----------------------------------------------------------------
       01  WS-DATA-TRAB            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DT-ANO           PIC 9(04).
           05  WS-DT-MES           PIC 9(02).
           05  WS-DT-DIA           PIC 9(02).

       01  WS-DATA-EDITADA.
           05  WS-DE-DIA           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-MES           PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DE-ANO           PIC 9(04).

       77  WS-DATA-EMISSAO-ED      PIC X(10) VALUE SPACES.

       77  WS-QTDE-CARTAS          PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-POSICAO     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RECUSADAS       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      * LETTER LINES
      *-----------------------------------------------------------------
       01  WS-CER-SEPARADOR.
           05  FILLER              PIC X(72) VALUE ALL '='.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  WS-CER-TITULO.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE
               'DECLARACAO DE SALDO - '.
           05  WS-CT-NUMERO        PIC Z(04)9.

       01  WS-CER-REFERENCIA.
           05  FILLER              PIC X(06) VALUE 'REF.: '.
           05  WS-CR-REFERENCIA    PIC X(20).

       01  WS-CER-CONTA.
           05  FILLER              PIC X(07) VALUE 'CONTA: '.
           05  WS-CC-CONTA         PIC X(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'TITULAR: '.
           05  WS-CC-NOME          PIC X(25).

       01  WS-CER-ENDERECO.
           05  FILLER              PIC X(10) VALUE 'ENDERECO: '.
           05  WS-CE-ENDERECO      PIC X(30).

       01  WS-CER-TEXTO-1.
           05  FILLER              PIC X(49) VALUE
               'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O SALDO DA '.
           05  FILLER              PIC X(05) VALUE 'CONTA'.

       01  WS-CER-TEXTO-2.
           05  FILLER              PIC X(29) VALUE
               'ACIMA NO ENCERRAMENTO DO DIA '.
           05  WS-T2-DATA          PIC X(10).
           05  FILLER              PIC X(09) VALUE ' ERA DE '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  WS-T2-SALDO         PIC -Z(06)9.99.

       01  WS-CER-TEXTO-3.
           05  FILLER              PIC X(38) VALUE
               '(POSICAO APURADA NO FECHAMENTO DO DIA '.
           05  WS-T3-DATA          PIC X(10).
           05  FILLER              PIC X(28) VALUE
               ', ULTIMO DIA COM MOVIMENTO).'.

       01  WS-CER-SEM-POSICAO-1.
           05  FILLER              PIC X(48) VALUE
               'NAO HA POSICAO DE SALDO REGISTRADA PARA A CONTA '.
           05  FILLER              PIC X(09) VALUE 'ACIMA ATE'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-SP-DATA          PIC X(10).

       01  WS-CER-SEM-POSICAO-2.
           05  FILLER              PIC X(50) VALUE
               'O SALDO NESTA DATA NAO PODE SER CERTIFICADO.'.

       01  WS-CER-EMISSAO.
           05  FILLER              PIC X(10) VALUE 'EMITIDA EM'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CM-DATA          PIC X(10).

       01  WS-CER-ASSINATURA.
           05  FILLER              PIC X(40) VALUE ALL '_'.

       01  WS-CER-CARGO.
           05  FILLER              PIC X(40) VALUE
               'GERENCIA DE OPERACOES'.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.
       COPY RPTHDRLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'SALDOCRT' TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-FIND-SNAPSHOTS
               THRU 2000-FIND-SNAPSHOTS-EXIT

           PERFORM 3000-PRINT-LETTER
               THRU 3000-PRINT-LETTER-EXIT
               VARYING WS-SOL-SUB FROM 1 BY 1
               UNTIL WS-SOL-SUB > WS-SOL-COUNT

           PERFORM 4000-FINALIZE
               THRU 4000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS
      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- LOAD THE REQUEST LIST; A LINE WHOSE DATE IS
      * NOT A REAL DATE, OR IS STILL TO COME, IS REFUSED HERE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           PERFORM 8100-EDIT-DATE
               THRU 8100-EDIT-DATE-EXIT
           MOVE WS-DATA-EDITADA TO WS-DATA-EMISSAO-ED

           OPEN OUTPUT BALANCE-LETTER-FILE

           OPEN INPUT ACCOUNT-ATTRIBUTE-FILE
           IF WS-ATT-STATUS = '00'
               MOVE 'S' TO WS-ATT-SWITCH
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO ACCTATTR -- CARTAS SEM '
                   'NOME E ENDERECO DO TITULAR'
           END-IF

           OPEN INPUT BALANCE-REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO SALDOREQ -- NENHUMA CARTA '
                   'A EMITIR'
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 8000-READ-REQUEST
               THRU 8000-READ-REQUEST-EXIT

           PERFORM 1100-STORE-REQUEST
               THRU 1100-STORE-REQUEST-EXIT
               UNTIL WS-REQ-END-OF-FILE

           CLOSE BALANCE-REQUEST-FILE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-REQUEST -- BOUNDED TO THE OCCURS 500 LIMIT
      ******************************************************************
       1100-STORE-REQUEST.

           IF SR-ACCOUNT-ID = SPACES
               OR SR-DATA-X NOT NUMERIC
               DISPLAY 'SOLICITACAO RECUSADA - CONTA ' SR-ACCOUNT-ID
                   ' DATA ' SR-DATA-X ' INVALIDA'
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 1100-STORE-REQUEST-NEXT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(SR-DATA) NOT = 0
               DISPLAY 'SOLICITACAO RECUSADA - CONTA ' SR-ACCOUNT-ID
                   ' DATA ' SR-DATA-X ' INVALIDA'
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 1100-STORE-REQUEST-NEXT
           END-IF

           IF SR-DATA > WS-DATA-HOJE
               DISPLAY 'SOLICITACAO RECUSADA - CONTA ' SR-ACCOUNT-ID
                   ' DATA ' SR-DATA-X ' NO FUTURO'
               ADD 1 TO WS-QTDE-RECUSADAS
               GO TO 1100-STORE-REQUEST-NEXT
           END-IF

           IF WS-SOL-COUNT < 500
               ADD 1 TO WS-SOL-COUNT
               SET WS-SOL-IDX TO WS-SOL-COUNT
               MOVE SR-ACCOUNT-ID  TO WS-SOL-CONTA(WS-SOL-IDX)
               MOVE SR-DATA        TO WS-SOL-DATA(WS-SOL-IDX)
               MOVE SR-REFERENCIA  TO WS-SOL-REFERENCIA(WS-SOL-IDX)
               MOVE 'N'            TO WS-SOL-ACHOU(WS-SOL-IDX)
               MOVE ZEROS          TO WS-SOL-POS-DATA(WS-SOL-IDX)
                                      WS-SOL-SALDO(WS-SOL-IDX)
           ELSE
               DISPLAY 'TABELA DE SOLICITACOES CHEIA -- CONTA '
                   SR-ACCOUNT-ID ' DATA ' SR-DATA-X ' RECUSADA'
               ADD 1 TO WS-QTDE-RECUSADAS
           END-IF.

       1100-STORE-REQUEST-NEXT.
           PERFORM 8000-READ-REQUEST
               THRU 8000-READ-REQUEST-EXIT.

       1100-STORE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-SNAPSHOTS -- ONE PASS OVER THE ARCHIVE, THEN ONE OVER
      * THE ONLINE FILE, SO THAT ON EQUAL DATES THE SNAPSHOT WRITTEN
      * LAST (A RERUN OF THE SAME NIGHT) WINS
      ******************************************************************
       2000-FIND-SNAPSHOTS.

           IF WS-SOL-COUNT = ZEROS
               GO TO 2000-FIND-SNAPSHOTS-EXIT
           END-IF

           OPEN INPUT BALANCE-HISTORY-ARCH
           IF WS-SHA-STATUS = '00'
               MOVE 'N' TO WS-SH-EOF-SWITCH
               PERFORM 2100-SCAN-ARCHIVE
                   THRU 2100-SCAN-ARCHIVE-EXIT
                   UNTIL WS-SH-END-OF-FILE
               CLOSE BALANCE-HISTORY-ARCH
           END-IF

           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-SHS-STATUS = '00'
               MOVE 'N' TO WS-SH-EOF-SWITCH
               PERFORM 2200-SCAN-ONLINE
                   THRU 2200-SCAN-ONLINE-EXIT
                   UNTIL WS-SH-END-OF-FILE
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO SALDOHIS'
           END-IF.

       2000-FIND-SNAPSHOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCAN-ARCHIVE
      ******************************************************************
       2100-SCAN-ARCHIVE.

           READ BALANCE-HISTORY-ARCH
               AT END
                   MOVE 'Y' TO WS-SH-EOF-SWITCH
                   GO TO 2100-SCAN-ARCHIVE-EXIT
           END-READ

           MOVE BALANCE-HISTORY-ARCH-RECORD TO WS-SH-VIEW

           PERFORM 2300-MATCH-REQUEST
               THRU 2300-MATCH-REQUEST-EXIT
               VARYING WS-SOL-IDX FROM 1 BY 1
               UNTIL WS-SOL-IDX > WS-SOL-COUNT.

       2100-SCAN-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SCAN-ONLINE
      ******************************************************************
       2200-SCAN-ONLINE.

           READ BALANCE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SH-EOF-SWITCH
                   GO TO 2200-SCAN-ONLINE-EXIT
           END-READ

           MOVE BALANCE-HISTORY-RECORD TO WS-SH-VIEW

           PERFORM 2300-MATCH-REQUEST
               THRU 2300-MATCH-REQUEST-EXIT
               VARYING WS-SOL-IDX FROM 1 BY 1
               UNTIL WS-SOL-IDX > WS-SOL-COUNT.

       2200-SCAN-ONLINE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-MATCH-REQUEST -- THE SNAPSHOT REPLACES THE REQUEST'S BEST
      * WHEN IT IS FOR THE SAME ACCOUNT, ON OR BEFORE THE DATE ASKED,
      * AND NOT OLDER THAN THE BEST SO FAR
      ******************************************************************
       2300-MATCH-REQUEST.

           IF WS-SHV-ACCOUNT-ID NOT = WS-SOL-CONTA(WS-SOL-IDX)
               GO TO 2300-MATCH-REQUEST-EXIT
           END-IF

           IF WS-SHV-DATA > WS-SOL-DATA(WS-SOL-IDX)
               GO TO 2300-MATCH-REQUEST-EXIT
           END-IF

           IF WS-SOL-COM-POSICAO(WS-SOL-IDX)
               AND WS-SHV-DATA < WS-SOL-POS-DATA(WS-SOL-IDX)
               GO TO 2300-MATCH-REQUEST-EXIT
           END-IF

           MOVE 'S'          TO WS-SOL-ACHOU(WS-SOL-IDX)
           MOVE WS-SHV-DATA  TO WS-SOL-POS-DATA(WS-SOL-IDX)
           MOVE WS-SHV-SALDO TO WS-SOL-SALDO(WS-SOL-IDX).

       2300-MATCH-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-LETTER -- ONE DECLARATION PER ACCEPTED REQUEST, EACH
      * ON ITS OWN PAGE
      ******************************************************************
       3000-PRINT-LETTER.

           SET WS-SOL-IDX TO WS-SOL-SUB
           ADD 1 TO WS-QTDE-CARTAS

           MOVE 'SALDOCRT'     TO RH-PROGRAM-ID
           MOVE WS-QTDE-CARTAS TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE BALANCE-LETTER-LINE FROM RH-HEADER-LINE
           WRITE BALANCE-LETTER-LINE FROM WS-CER-SEPARADOR

           MOVE WS-QTDE-CARTAS TO WS-CT-NUMERO
           WRITE BALANCE-LETTER-LINE FROM WS-CER-TITULO
           MOVE SPACES TO BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE

           MOVE WS-SOL-REFERENCIA(WS-SOL-IDX) TO WS-CR-REFERENCIA
           WRITE BALANCE-LETTER-LINE FROM WS-CER-REFERENCIA

           PERFORM 3100-LOOKUP-HOLDER
               THRU 3100-LOOKUP-HOLDER-EXIT
           WRITE BALANCE-LETTER-LINE FROM WS-CER-CONTA
           WRITE BALANCE-LETTER-LINE FROM WS-CER-ENDERECO
           MOVE SPACES TO BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE

           MOVE WS-SOL-DATA(WS-SOL-IDX) TO WS-DATA-TRAB
           PERFORM 8100-EDIT-DATE
               THRU 8100-EDIT-DATE-EXIT

           IF WS-SOL-COM-POSICAO(WS-SOL-IDX)
               MOVE WS-DATA-EDITADA          TO WS-T2-DATA
               MOVE WS-SOL-SALDO(WS-SOL-IDX) TO WS-T2-SALDO
               WRITE BALANCE-LETTER-LINE FROM WS-CER-TEXTO-1
               WRITE BALANCE-LETTER-LINE FROM WS-CER-TEXTO-2
               IF WS-SOL-POS-DATA(WS-SOL-IDX)
                   NOT = WS-SOL-DATA(WS-SOL-IDX)
                   MOVE WS-SOL-POS-DATA(WS-SOL-IDX) TO WS-DATA-TRAB
                   PERFORM 8100-EDIT-DATE
                       THRU 8100-EDIT-DATE-EXIT
                   MOVE WS-DATA-EDITADA TO WS-T3-DATA
                   WRITE BALANCE-LETTER-LINE FROM WS-CER-TEXTO-3
               END-IF
           ELSE
               MOVE WS-DATA-EDITADA TO WS-SP-DATA
               WRITE BALANCE-LETTER-LINE FROM WS-CER-SEM-POSICAO-1
               WRITE BALANCE-LETTER-LINE FROM WS-CER-SEM-POSICAO-2
               ADD 1 TO WS-QTDE-SEM-POSICAO
           END-IF

           MOVE SPACES TO BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE
           MOVE WS-DATA-EMISSAO-ED TO WS-CM-DATA
           WRITE BALANCE-LETTER-LINE FROM WS-CER-EMISSAO
           MOVE SPACES TO BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE
           WRITE BALANCE-LETTER-LINE FROM WS-CER-ASSINATURA
           WRITE BALANCE-LETTER-LINE FROM WS-CER-CARGO

           DISPLAY 'DECLARACAO EMITIDA PARA ' WS-SOL-CONTA(WS-SOL-IDX)
               ' DATA ' WS-SOL-DATA(WS-SOL-IDX).

       3000-PRINT-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LOOKUP-HOLDER -- KEYED READ ON ACCTATTR; A MISSING RECORD
      * STILL GETS ITS LETTER, JUST UNNAMED
      ******************************************************************
       3100-LOOKUP-HOLDER.

           MOVE WS-SOL-CONTA(WS-SOL-IDX) TO WS-CC-CONTA
           MOVE '*NAO CADASTRADO*'       TO WS-CC-NOME
           MOVE SPACES                   TO WS-CE-ENDERECO

           IF NOT WS-TEM-ATRIBUTOS
               GO TO 3100-LOOKUP-HOLDER-EXIT
           END-IF

           MOVE WS-SOL-CONTA(WS-SOL-IDX) TO ATT-ACCOUNT-ID
           READ ACCOUNT-ATTRIBUTE-FILE
               INVALID KEY
                   GO TO 3100-LOOKUP-HOLDER-EXIT
           END-READ

           MOVE ATT-NOME-TITULAR TO WS-CC-NOME
           MOVE ATT-ENDERECO     TO WS-CE-ENDERECO.

       3100-LOOKUP-HOLDER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZE
      ******************************************************************
       4000-FINALIZE.

           DISPLAY 'DECLARACOES EMITIDAS: ' WS-QTDE-CARTAS
           DISPLAY 'SEM POSICAO DE SALDO: ' WS-QTDE-SEM-POSICAO
           DISPLAY 'SOLICITACOES RECUSADAS: ' WS-QTDE-RECUSADAS

           MOVE 'SALDOCRT'          TO CT-PROGRAM-ID
           MOVE 'CARTAS EMITIDAS'   TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-CARTAS      TO CT-TOTAL-1-VALOR
           MOVE 'SEM POSICAO'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-SEM-POSICAO TO CT-TOTAL-2-VALOR
           MOVE 'RECUSADAS'         TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-RECUSADAS   TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           IF WS-TEM-ATRIBUTOS
               CLOSE ACCOUNT-ATTRIBUTE-FILE
           END-IF
           CLOSE BALANCE-LETTER-FILE

           IF WS-QTDE-RECUSADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       4000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-REQUEST
      ******************************************************************
       8000-READ-REQUEST.

           READ BALANCE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-READ.

       8000-READ-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 8100-EDIT-DATE -- WS-DATA-TRAB (AAAAMMDD) INTO WS-DATA-EDITADA
      * (DD/MM/AAAA)
      ******************************************************************
       8100-EDIT-DATE.

           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO.

       8100-EDIT-DATE-EXIT.
           EXIT.
