      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: POINT-IN-TIME SNAPSHOT OF THE UPDATED MASTER FILES --
      * ONLY GUANA13 HAD BACKOUT PROTECTION (EMPBKOUT/RAISBACK); WHEN
      * ANY OTHER RUN DAMAGED A MASTER IT WAS REPAIRED BY HAND. THIS
      * STEP RUNS AHEAD OF THE NIGHTLY (PARM CICLO=NITE) AND MONTH-END
      * (CICLO=MES) STREAMS AND COPIES EVERY MASTER THOSE STREAMS AND
      * THE DAYTIME MAINTENANCE UPDATE -- EMPMAST, ACCTBAL, ACCTATTR,
      * YTDEARN AND PARTMAST -- ONTO THAT MASTER'S SNAPSHOT FILE, EACH
      * RECORD STAMPED WITH THE GENERATION (RUN DATE AND TIME). THE
      * SNAPSHOT FILES ACCUMULATE GENERATIONS AND HOUSKEEP KEEPS THE
      * NEWEST ONES (RETRULES). EACH MASTER COPIED GETS A SNAPCAT
      * CATALOG RECORD NAMING THE GENERATION, THE JOBRNLOG RUN THAT
      * TOOK IT AND THE RECORD COUNT; MSTREST RESTORES FROM THERE.
      * A SNAPSHOT WRITE THAT FAILS MARKS THE GENERATION INCOMPLETE
      * AND ENDS THE RUN WITH RETURN CODE 8, SO THE STREAM DOES NOT
      * START WITHOUT ITS SAFETY COPY.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MS-STATUS.

           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-MS-STATUS.

           SELECT ACCOUNT-ATTRIBUTE-FILE ASSIGN TO "ACCTATTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATT-ACCOUNT-ID
               FILE STATUS IS WS-MS-STATUS.

           SELECT YTD-EARNINGS-FILE ASSIGN TO "YTDEARN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-MS-STATUS.

           SELECT PARTS-MASTER-FILE ASSIGN TO "PARTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PT-PART-ID
               FILE STATUS IS WS-MS-STATUS.

           SELECT EMPMAST-SNAPSHOT-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT ACCTBAL-SNAPSHOT-FILE ASSIGN TO "ACBSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT ACCTATTR-SNAPSHOT-FILE ASSIGN TO "ATRSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT YTDEARN-SNAPSHOT-FILE ASSIGN TO "YTDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT PARTMAST-SNAPSHOT-FILE ASSIGN TO "PRTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

           SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO "SNAPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  ACCOUNT-BALANCE-FILE.
       01  ACCOUNT-BALANCE-RECORD.
           05  AB-ACCOUNT-ID           PIC X(06).
           05  AB-SALDO                PIC S9(07)V99.
           05  AB-ULT-DIA              PIC X(07).

       FD  ACCOUNT-ATTRIBUTE-FILE.
           COPY ACCTATTR.

       FD  YTD-EARNINGS-FILE.
           COPY YTDEARN.

       FD  PARTS-MASTER-FILE.
       01  PARTS-MASTER-RECORD.
           05  PT-PART-ID              PIC X(08).
           05  PT-DESCRICAO            PIC X(20).
           05  PT-QTDE-ESTOQUE         PIC 9(05).
           05  PT-CUSTO-UNIT           PIC 9(05)V99.
           05  PT-PONTO-REPOSICAO      PIC 9(05).

      *-----------------------------------------------------------------
      * SNAPSHOT FILES -- THE 16-BYTE GENERATION STAMP (DATE AND TIME
      * OF THE MSTSNAP RUN) FOLLOWED BY THE MASTER RECORD IMAGE
      *-----------------------------------------------------------------
       FD  EMPMAST-SNAPSHOT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  EMPMAST-SNAPSHOT-RECORD     PIC X(114).

       FD  ACCTBAL-SNAPSHOT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  ACCTBAL-SNAPSHOT-RECORD     PIC X(38).

       FD  ACCTATTR-SNAPSHOT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  ACCTATTR-SNAPSHOT-RECORD    PIC X(88).

       FD  YTDEARN-SNAPSHOT-FILE
           RECORD CONTAINS 510 CHARACTERS.
       01  YTDEARN-SNAPSHOT-RECORD     PIC X(510).

       FD  PARTMAST-SNAPSHOT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  PARTMAST-SNAPSHOT-RECORD    PIC X(61).

       FD  SNAPSHOT-CATALOG-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY SNAPCAT.

       WORKING-STORAGE SECTION.

       77  WS-MS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SC-STATUS            PIC X(02) VALUE SPACES.

       77  WS-MS-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-MS-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * THE CICLO= WORD FROM THE PARM -- EACH STREAM'S SNAPSHOT IS ITS
      * OWN RUN ON THE JOB-RUN LOG, SO THE MONTH-END SNAPSHOT IS NOT
      * REFUSED ON A DAY THE NIGHTLY ONE ALREADY RAN
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-CICLO            PIC 9(02) VALUE ZEROS.
       77  WS-CICLO-PARM           PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE GENERATION BEING TAKEN AND THE MASTER BEING COPIED. THE
      * SNAPSHOT RECORD IS WIDE ENOUGH FOR THE WIDEST MASTER (YTDEARN,
      * 494)
      *-----------------------------------------------------------------
       01  WS-GERACAO.
           05  WS-GER-DATA         PIC 9(08) VALUE ZEROS.
           05  WS-GER-HORA         PIC 9(08) VALUE ZEROS.

       01  WS-REG-SNAPSHOT.
           05  WS-RS-GERACAO       PIC X(16).
           05  WS-RS-IMAGEM        PIC X(494).

       77  WS-MESTRE-ATUAL         PIC X(08) VALUE SPACES.
       77  WS-MESTRE-OK-SW         PIC X(01) VALUE 'S'.
           88  WS-MESTRE-COPIADO             VALUE 'S'.

       77  WS-QTDE-REGISTROS       PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-MESTRES         PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FALHAS          PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-REGISTROS      PIC 9(09) VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE -- ONE PASS PER MASTER
      ******************************************************************
       0000-MAINLINE.

           PERFORM 1050-READ-PARM
               THRU 1050-READ-PARM-EXIT

           MOVE 'S' TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           MOVE 'EMPMAST' TO WS-MESTRE-ATUAL
           PERFORM 2000-SNAPSHOT-ONE-MASTER
               THRU 2000-SNAPSHOT-ONE-MASTER-EXIT

           MOVE 'ACCTBAL' TO WS-MESTRE-ATUAL
           PERFORM 2000-SNAPSHOT-ONE-MASTER
               THRU 2000-SNAPSHOT-ONE-MASTER-EXIT

           MOVE 'ACCTATTR' TO WS-MESTRE-ATUAL
           PERFORM 2000-SNAPSHOT-ONE-MASTER
               THRU 2000-SNAPSHOT-ONE-MASTER-EXIT

           MOVE 'YTDEARN' TO WS-MESTRE-ATUAL
           PERFORM 2000-SNAPSHOT-ONE-MASTER
               THRU 2000-SNAPSHOT-ONE-MASTER-EXIT

           MOVE 'PARTMAST' TO WS-MESTRE-ATUAL
           PERFORM 2000-SNAPSHOT-ONE-MASTER
               THRU 2000-SNAPSHOT-ONE-MASTER-EXIT

           PERFORM 3000-FINALIZE
               THRU 3000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- THE GENERATION STAMP AND THE CATALOG
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-GER-DATA FROM DATE YYYYMMDD
           ACCEPT WS-GER-HORA FROM TIME

           OPEN EXTEND SNAPSHOT-CATALOG-FILE
           IF WS-SC-STATUS NOT = '00'
               OPEN OUTPUT SNAPSHOT-CATALOG-FILE
           END-IF

           DISPLAY 'SNAPSHOT DOS MESTRES -- GERACAO ' WS-GERACAO
               ' (' JL-PROGRAM-ID ' EXECUCAO ' JL-SEQUENCIA ')'.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-PARM -- CICLO=NITE OR CICLO=MES NAMES THE STREAM THE
      * SNAPSHOT PROTECTS; WITHOUT IT THE RUN IS A MANUAL ONE
      ******************************************************************
       1050-READ-PARM.

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-POS-CICLO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-CICLO
               FOR CHARACTERS BEFORE INITIAL 'CICLO='
           IF WS-POS-CICLO < 74
               UNSTRING WS-PARM-LINHA(WS-POS-CICLO + 7 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-CICLO-PARM
           END-IF

           EVALUATE WS-CICLO-PARM
               WHEN 'NITE'
                   MOVE 'MSTSNAPN' TO JL-PROGRAM-ID
               WHEN 'MES'
                   MOVE 'MSTSNAPM' TO JL-PROGRAM-ID
               WHEN OTHER
                   MOVE 'MSTSNAP'  TO JL-PROGRAM-ID
           END-EVALUATE.

       1050-READ-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SNAPSHOT-ONE-MASTER -- APPEND THE MASTER AS A NEW
      * GENERATION OF ITS SNAPSHOT FILE AND CATALOG IT. A MASTER NOT
      * ON THE SYSTEM HAS NOTHING TO PROTECT
      ******************************************************************
       2000-SNAPSHOT-ONE-MASTER.

           MOVE ZEROS TO WS-QTDE-REGISTROS
           MOVE 'S'   TO WS-MESTRE-OK-SW
           MOVE 'N'   TO WS-MS-EOF-SWITCH

           PERFORM 8100-OPEN-MASTER
               THRU 8100-OPEN-MASTER-EXIT

           IF WS-MS-STATUS NOT = '00'
               DISPLAY 'AVISO - ' WS-MESTRE-ATUAL ' AUSENTE -- SEM '
                   'SNAPSHOT'
               GO TO 2000-SNAPSHOT-ONE-MASTER-EXIT
           END-IF

           PERFORM 8200-OPEN-SNAPSHOT
               THRU 8200-OPEN-SNAPSHOT-EXIT

           IF WS-SN-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-SN-STATUS ' ABRINDO O SNAPSHOT DE '
                   WS-MESTRE-ATUAL
               MOVE 'N' TO WS-MESTRE-OK-SW
           ELSE
               PERFORM 2100-COPY-ONE-RECORD
                   THRU 2100-COPY-ONE-RECORD-EXIT
                   UNTIL WS-MS-END-OF-FILE
                       OR NOT WS-MESTRE-COPIADO
               PERFORM 8500-CLOSE-SNAPSHOT
                   THRU 8500-CLOSE-SNAPSHOT-EXIT
           END-IF

           PERFORM 8400-CLOSE-MASTER
               THRU 8400-CLOSE-MASTER-EXIT

           PERFORM 2200-CATALOG-GENERATION
               THRU 2200-CATALOG-GENERATION-EXIT.

       2000-SNAPSHOT-ONE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COPY-ONE-RECORD
      ******************************************************************
       2100-COPY-ONE-RECORD.

           PERFORM 8300-READ-MASTER
               THRU 8300-READ-MASTER-EXIT

           IF WS-MS-END-OF-FILE
               GO TO 2100-COPY-ONE-RECORD-EXIT
           END-IF

           MOVE WS-GERACAO TO WS-RS-GERACAO

           PERFORM 8600-WRITE-SNAPSHOT
               THRU 8600-WRITE-SNAPSHOT-EXIT

           IF WS-SN-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-SN-STATUS ' GRAVANDO O SNAPSHOT DE '
                   WS-MESTRE-ATUAL ' -- GERACAO INCOMPLETA'
               MOVE 'N' TO WS-MESTRE-OK-SW
           ELSE
               ADD 1 TO WS-QTDE-REGISTROS
           END-IF.

       2100-COPY-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CATALOG-GENERATION -- AN INCOMPLETE GENERATION IS STILL
      * CATALOGED ('N') SO NO ONE MISTAKES IT FOR A GOOD COPY
      ******************************************************************
       2200-CATALOG-GENERATION.

           MOVE SPACES            TO SNAPSHOT-CATALOG-RECORD
           MOVE WS-MESTRE-ATUAL   TO SC-MESTRE
           MOVE WS-GER-DATA       TO SC-DATA
           MOVE WS-GER-HORA       TO SC-HORA
           MOVE JL-PROGRAM-ID     TO SC-PROGRAMA
           MOVE JL-SEQUENCIA      TO SC-SEQUENCIA
           MOVE WS-QTDE-REGISTROS TO SC-QTDE-REGISTROS
           MOVE WS-MESTRE-OK-SW   TO SC-SITUACAO
           WRITE SNAPSHOT-CATALOG-RECORD

           IF WS-MESTRE-COPIADO
               ADD 1 TO WS-QTDE-MESTRES
               ADD WS-QTDE-REGISTROS TO WS-TOTAL-REGISTROS
               DISPLAY WS-MESTRE-ATUAL ': ' WS-QTDE-REGISTROS
                   ' REGISTROS COPIADOS'
           ELSE
               ADD 1 TO WS-QTDE-FALHAS
           END-IF.

       2200-CATALOG-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           CLOSE SNAPSHOT-CATALOG-FILE

           DISPLAY 'MESTRES COPIADOS: ' WS-QTDE-MESTRES
               '   FALHAS: ' WS-QTDE-FALHAS

           MOVE JL-PROGRAM-ID       TO CT-PROGRAM-ID
           MOVE 'MESTRES'           TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-MESTRES     TO CT-TOTAL-1-VALOR
           MOVE 'REGISTROS'         TO CT-TOTAL-2-LABEL
           MOVE WS-TOTAL-REGISTROS  TO CT-TOTAL-2-VALOR
           MOVE 'FALHAS'            TO CT-TOTAL-3-LABEL
           MOVE WS-QTDE-FALHAS      TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

           IF WS-QTDE-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-OPEN-MASTER -- FILE-VERB DISPATCH BY MASTER ID (THE I/O
      * VERBS NEED THE LITERAL FILE NAME)
      ******************************************************************
       8100-OPEN-MASTER.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   OPEN INPUT EMPLOYEE-MASTER-FILE
               WHEN 'ACCTBAL'
                   OPEN INPUT ACCOUNT-BALANCE-FILE
               WHEN 'ACCTATTR'
                   OPEN INPUT ACCOUNT-ATTRIBUTE-FILE
               WHEN 'YTDEARN'
                   OPEN INPUT YTD-EARNINGS-FILE
               WHEN 'PARTMAST'
                   OPEN INPUT PARTS-MASTER-FILE
           END-EVALUATE.

       8100-OPEN-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8200-OPEN-SNAPSHOT -- GENERATIONS ACCUMULATE ACROSS RUNS
      ******************************************************************
       8200-OPEN-SNAPSHOT.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   OPEN EXTEND EMPMAST-SNAPSHOT-FILE
                   IF WS-SN-STATUS NOT = '00'
                       OPEN OUTPUT EMPMAST-SNAPSHOT-FILE
                   END-IF
               WHEN 'ACCTBAL'
                   OPEN EXTEND ACCTBAL-SNAPSHOT-FILE
                   IF WS-SN-STATUS NOT = '00'
                       OPEN OUTPUT ACCTBAL-SNAPSHOT-FILE
                   END-IF
               WHEN 'ACCTATTR'
                   OPEN EXTEND ACCTATTR-SNAPSHOT-FILE
                   IF WS-SN-STATUS NOT = '00'
                       OPEN OUTPUT ACCTATTR-SNAPSHOT-FILE
                   END-IF
               WHEN 'YTDEARN'
                   OPEN EXTEND YTDEARN-SNAPSHOT-FILE
                   IF WS-SN-STATUS NOT = '00'
                       OPEN OUTPUT YTDEARN-SNAPSHOT-FILE
                   END-IF
               WHEN 'PARTMAST'
                   OPEN EXTEND PARTMAST-SNAPSHOT-FILE
                   IF WS-SN-STATUS NOT = '00'
                       OPEN OUTPUT PARTMAST-SNAPSHOT-FILE
                   END-IF
           END-EVALUATE.

       8200-OPEN-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-MASTER
      ******************************************************************
       8300-READ-MASTER.

           MOVE SPACES TO WS-RS-IMAGEM

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   READ EMPLOYEE-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-MS-EOF-SWITCH
                       NOT AT END
                           MOVE EMPLOYEE-MASTER-RECORD
                               TO WS-RS-IMAGEM
                   END-READ
               WHEN 'ACCTBAL'
                   READ ACCOUNT-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-MS-EOF-SWITCH
                       NOT AT END
                           MOVE ACCOUNT-BALANCE-RECORD
                               TO WS-RS-IMAGEM
                   END-READ
               WHEN 'ACCTATTR'
                   READ ACCOUNT-ATTRIBUTE-FILE
                       AT END
                           MOVE 'Y' TO WS-MS-EOF-SWITCH
                       NOT AT END
                           MOVE ACCOUNT-ATTRIBUTE-RECORD
                               TO WS-RS-IMAGEM
                   END-READ
               WHEN 'YTDEARN'
                   READ YTD-EARNINGS-FILE
                       AT END
                           MOVE 'Y' TO WS-MS-EOF-SWITCH
                       NOT AT END
                           MOVE YTD-EARNINGS-RECORD
                               TO WS-RS-IMAGEM
                   END-READ
               WHEN 'PARTMAST'
                   READ PARTS-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-MS-EOF-SWITCH
                       NOT AT END
                           MOVE PARTS-MASTER-RECORD
                               TO WS-RS-IMAGEM
                   END-READ
           END-EVALUATE.

       8300-READ-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8400-CLOSE-MASTER
      ******************************************************************
       8400-CLOSE-MASTER.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   CLOSE EMPLOYEE-MASTER-FILE
               WHEN 'ACCTBAL'
                   CLOSE ACCOUNT-BALANCE-FILE
               WHEN 'ACCTATTR'
                   CLOSE ACCOUNT-ATTRIBUTE-FILE
               WHEN 'YTDEARN'
                   CLOSE YTD-EARNINGS-FILE
               WHEN 'PARTMAST'
                   CLOSE PARTS-MASTER-FILE
           END-EVALUATE.

       8400-CLOSE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8500-CLOSE-SNAPSHOT
      ******************************************************************
       8500-CLOSE-SNAPSHOT.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   CLOSE EMPMAST-SNAPSHOT-FILE
               WHEN 'ACCTBAL'
                   CLOSE ACCTBAL-SNAPSHOT-FILE
               WHEN 'ACCTATTR'
                   CLOSE ACCTATTR-SNAPSHOT-FILE
               WHEN 'YTDEARN'
                   CLOSE YTDEARN-SNAPSHOT-FILE
               WHEN 'PARTMAST'
                   CLOSE PARTMAST-SNAPSHOT-FILE
           END-EVALUATE.

       8500-CLOSE-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 8600-WRITE-SNAPSHOT
      ******************************************************************
       8600-WRITE-SNAPSHOT.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   WRITE EMPMAST-SNAPSHOT-RECORD
                       FROM WS-REG-SNAPSHOT(1:114)
               WHEN 'ACCTBAL'
                   WRITE ACCTBAL-SNAPSHOT-RECORD
                       FROM WS-REG-SNAPSHOT(1:38)
               WHEN 'ACCTATTR'
                   WRITE ACCTATTR-SNAPSHOT-RECORD
                       FROM WS-REG-SNAPSHOT(1:88)
               WHEN 'YTDEARN'
                   WRITE YTDEARN-SNAPSHOT-RECORD
                       FROM WS-REG-SNAPSHOT(1:510)
               WHEN 'PARTMAST'
                   WRITE PARTMAST-SNAPSHOT-RECORD
                       FROM WS-REG-SNAPSHOT(1:61)
           END-EVALUATE.

       8600-WRITE-SNAPSHOT-EXIT.
           EXIT.
