      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: MASTER-FILE RESTORE FROM A MSTSNAP SNAPSHOT -- BRINGS
      * ONE MASTER (EMPMAST, ACCTBAL, ACCTATTR, YTDEARN OR PARTMAST)
      * BACK TO THE STATE OF A CHOSEN GENERATION. PARM
      * MESTRE=<ID>,GERACAO=<AAAAMMDDHHMMSSCC>; WITHOUT GERACAO THE
      * NEWEST COMPLETE GENERATION ON SNAPCAT IS USED. THE GENERATION
      * MUST BE CATALOGED COMPLETE AND THE SNAPSHOT FILE MUST STILL
      * HOLD EXACTLY THE RECORD COUNT THE CATALOG SAYS (A GENERATION
      * HOUSKEEP HAS DISCARDED, OR A DAMAGED SNAPSHOT FILE, IS
      * REFUSED) -- ONLY THEN IS THE MASTER EMPTIED AND RELOADED. A
      * GOOD RESTORE WRITES THE RESTPONT RECORD, FROM WHICH RERUNPLN
      * (PARM RESTAURO) LISTS THE UPDATE RUNS SINCE THAT GENERATION
      * WHICH MUST NOW BE REPEATED. TO KEEP THE DAMAGED STATE FOR
      * INVESTIGATION, RUN MSTSNAP BEFORE THIS STEP.
      * RETURN CODES: 0 RESTORED, 8 REFUSED (MASTER UNTOUCHED), 12
      * RELOAD FAILED PART WAY (MASTER INCOMPLETE -- REPEAT THE
      * RESTORE BEFORE ANY OTHER RUN).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTREST.
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

           SELECT RESTORE-POINT-FILE ASSIGN TO "RESTPONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

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
      * SNAPSHOT FILES -- LAYOUT AS WRITTEN BY MSTSNAP
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

       FD  RESTORE-POINT-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RESTPONT.

       WORKING-STORAGE SECTION.

       77  WS-MS-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SN-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SC-STATUS            PIC X(02) VALUE SPACES.
       77  WS-RP-STATUS            PIC X(02) VALUE SPACES.

       77  WS-SC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SC-END-OF-FILE             VALUE 'Y'.
       77  WS-SN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SN-END-OF-FILE             VALUE 'Y'.

      *-----------------------------------------------------------------
      * PARM -- MESTRE= AND (OPTIONALLY) GERACAO=
      *-----------------------------------------------------------------
       77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
       77  WS-POS-MESTRE           PIC 9(02) VALUE ZEROS.
       77  WS-POS-GERACAO          PIC 9(02) VALUE ZEROS.
       77  WS-MESTRE-ATUAL         PIC X(08) VALUE SPACES.
       77  WS-GERACAO-PARM         PIC X(16) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE GENERATION CHOSEN FROM THE CATALOG
      *-----------------------------------------------------------------
       77  WS-GERACAO-ALVO         PIC X(16) VALUE SPACES.
       77  WS-CAT-QTDE             PIC 9(09) VALUE ZEROS.
       77  WS-CAT-SITUACAO         PIC X(01) VALUE SPACES.
           88  WS-CAT-COMPLETA               VALUE 'S'.
       77  WS-CAT-ACHOU-SW         PIC X(01) VALUE 'N'.
           88  WS-CAT-ACHOU                  VALUE 'S'.

       01  WS-REG-SNAPSHOT.
           05  WS-RS-GERACAO       PIC X(16).
           05  WS-RS-IMAGEM        PIC X(494).

       77  WS-QTDE-CONFERIDOS      PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-RECARREGADOS    PIC 9(09) VALUE ZEROS.
       77  WS-RECARGA-OK-SW        PIC X(01) VALUE 'S'.
           88  WS-RECARGA-OK                 VALUE 'S'.

       77  WS-HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77  WS-CODIGO-RETORNO       PIC 9(02) VALUE ZEROS.

       COPY CTLTOTLNK.
       COPY JOBLGLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE -- CHOOSE, VERIFY, AND ONLY THEN RELOAD
      ******************************************************************
       0000-MAINLINE.

           MOVE 'MSTREST'  TO JL-PROGRAM-ID
           MOVE 'S'        TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF RETURN-CODE = ZEROS
               PERFORM 2000-FIND-GENERATION
                   THRU 2000-FIND-GENERATION-EXIT
           END-IF

           IF RETURN-CODE = ZEROS
               PERFORM 3000-VERIFY-SNAPSHOT
                   THRU 3000-VERIFY-SNAPSHOT-EXIT
           END-IF

           IF RETURN-CODE = ZEROS
               PERFORM 4000-RELOAD-MASTER
                   THRU 4000-RELOAD-MASTER-EXIT
           END-IF

           IF RETURN-CODE = ZEROS
               PERFORM 5000-WRITE-RESTORE-POINT
                   THRU 5000-WRITE-RESTORE-POINT-EXIT
           END-IF

           PERFORM 6000-FINALIZE
               THRU 6000-FINALIZE-EXIT

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE THE JCL CHAIN GATES ON
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- THE MASTER AND GENERATION COME FROM THE PARM
      ******************************************************************
       1000-INITIALIZE.

           MOVE 0 TO RETURN-CODE

           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE

           MOVE ZEROS TO WS-POS-MESTRE
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-MESTRE
               FOR CHARACTERS BEFORE INITIAL 'MESTRE='
           IF WS-POS-MESTRE < 73
               UNSTRING WS-PARM-LINHA(WS-POS-MESTRE + 8 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-MESTRE-ATUAL
           END-IF

           MOVE ZEROS TO WS-POS-GERACAO
           INSPECT WS-PARM-LINHA
               TALLYING WS-POS-GERACAO
               FOR CHARACTERS BEFORE INITIAL 'GERACAO='
           IF WS-POS-GERACAO < 72
               UNSTRING WS-PARM-LINHA(WS-POS-GERACAO + 9 :)
                   DELIMITED BY ' ' OR ','
                   INTO WS-GERACAO-PARM
           END-IF

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
               WHEN 'ACCTBAL'
               WHEN 'ACCTATTR'
               WHEN 'YTDEARN'
               WHEN 'PARTMAST'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO - MESTRE=' WS-MESTRE-ATUAL
                       ' INVALIDO -- USE EMPMAST, ACCTBAL, ACCTATTR, '
                       'YTDEARN OU PARTMAST'
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE

           IF WS-GERACAO-PARM NOT = SPACES
               AND WS-GERACAO-PARM IS NOT NUMERIC
               DISPLAY 'ERRO - GERACAO=' WS-GERACAO-PARM
                   ' INVALIDA -- INFORME AAAAMMDDHHMMSSCC'
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FIND-GENERATION -- THE NAMED GENERATION, OR THE NEWEST
      * COMPLETE ONE (THE CATALOG IS APPENDED IN ORDER)
      ******************************************************************
       2000-FIND-GENERATION.

           OPEN INPUT SNAPSHOT-CATALOG-FILE
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'ERRO - SNAPCAT AUSENTE -- NENHUM SNAPSHOT '
                   'CATALOGADO'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-FIND-GENERATION-EXIT
           END-IF

           PERFORM 2100-SCAN-CATALOG
               THRU 2100-SCAN-CATALOG-EXIT
               UNTIL WS-SC-END-OF-FILE

           CLOSE SNAPSHOT-CATALOG-FILE

           IF NOT WS-CAT-ACHOU
               DISPLAY 'ERRO - GERACAO ' WS-GERACAO-PARM
                   ' DE ' WS-MESTRE-ATUAL ' NAO CATALOGADA'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-FIND-GENERATION-EXIT
           END-IF

           IF NOT WS-CAT-COMPLETA
               DISPLAY 'ERRO - GERACAO ' WS-GERACAO-ALVO
                   ' DE ' WS-MESTRE-ATUAL ' INCOMPLETA -- NAO '
                   'RESTAURAVEL'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-FIND-GENERATION-EXIT
           END-IF

           DISPLAY 'RESTAURANDO ' WS-MESTRE-ATUAL ' PARA A GERACAO '
               WS-GERACAO-ALVO ' (' WS-CAT-QTDE ' REGISTROS)'.

       2000-FIND-GENERATION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SCAN-CATALOG
      ******************************************************************
       2100-SCAN-CATALOG.

           READ SNAPSHOT-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-SC-EOF-SWITCH
                   GO TO 2100-SCAN-CATALOG-EXIT
           END-READ

           IF SC-MESTRE NOT = WS-MESTRE-ATUAL
               GO TO 2100-SCAN-CATALOG-EXIT
           END-IF

           IF WS-GERACAO-PARM = SPACES
               IF SC-GERACAO-COMPLETA
                   PERFORM 2110-TAKE-ENTRY
                       THRU 2110-TAKE-ENTRY-EXIT
               END-IF
           ELSE
               IF SC-GERACAO = WS-GERACAO-PARM
                   PERFORM 2110-TAKE-ENTRY
                       THRU 2110-TAKE-ENTRY-EXIT
               END-IF
           END-IF.

       2100-SCAN-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      * 2110-TAKE-ENTRY
      ******************************************************************
       2110-TAKE-ENTRY.

           MOVE 'S'               TO WS-CAT-ACHOU-SW
           MOVE SC-GERACAO        TO WS-GERACAO-ALVO
           MOVE SC-QTDE-REGISTROS TO WS-CAT-QTDE
           MOVE SC-SITUACAO       TO WS-CAT-SITUACAO.

       2110-TAKE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFY-SNAPSHOT -- COUNT THE GENERATION'S RECORDS ON THE
      * SNAPSHOT FILE BEFORE THE MASTER IS TOUCHED
      ******************************************************************
       3000-VERIFY-SNAPSHOT.

           MOVE ZEROS TO WS-QTDE-CONFERIDOS
           MOVE 'N'   TO WS-SN-EOF-SWITCH

           PERFORM 8100-OPEN-SNAPSHOT
               THRU 8100-OPEN-SNAPSHOT-EXIT
           IF WS-SN-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-SN-STATUS ' ABRINDO O SNAPSHOT DE '
                   WS-MESTRE-ATUAL
               MOVE 8 TO RETURN-CODE
               GO TO 3000-VERIFY-SNAPSHOT-EXIT
           END-IF

           PERFORM 3100-COUNT-ONE-RECORD
               THRU 3100-COUNT-ONE-RECORD-EXIT
               UNTIL WS-SN-END-OF-FILE

           PERFORM 8300-CLOSE-SNAPSHOT
               THRU 8300-CLOSE-SNAPSHOT-EXIT

           IF WS-QTDE-CONFERIDOS = ZEROS
               DISPLAY 'ERRO - GERACAO ' WS-GERACAO-ALVO
                   ' JA EXPURGADA PELO HOUSKEEP'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-VERIFY-SNAPSHOT-EXIT
           END-IF

           IF WS-QTDE-CONFERIDOS NOT = WS-CAT-QTDE
               DISPLAY 'ERRO - SNAPSHOT COM ' WS-QTDE-CONFERIDOS
                   ' REGISTROS, CATALOGO DIZ ' WS-CAT-QTDE
                   ' -- RESTAURO RECUSADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-VERIFY-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-COUNT-ONE-RECORD
      ******************************************************************
       3100-COUNT-ONE-RECORD.

           PERFORM 8200-READ-SNAPSHOT
               THRU 8200-READ-SNAPSHOT-EXIT

           IF NOT WS-SN-END-OF-FILE
               AND WS-RS-GERACAO = WS-GERACAO-ALVO
               ADD 1 TO WS-QTDE-CONFERIDOS
           END-IF.

       3100-COUNT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RELOAD-MASTER -- THE SNAPSHOT WAS TAKEN BY A SEQUENTIAL
      * READ, SO ITS RECORDS ARE ALREADY IN KEY ORDER
      ******************************************************************
       4000-RELOAD-MASTER.

           MOVE ZEROS TO WS-QTDE-RECARREGADOS
           MOVE 'S'   TO WS-RECARGA-OK-SW
           MOVE 'N'   TO WS-SN-EOF-SWITCH

           PERFORM 8400-OPEN-MASTER-OUTPUT
               THRU 8400-OPEN-MASTER-OUTPUT-EXIT
           IF WS-MS-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-MS-STATUS ' ABRINDO ' WS-MESTRE-ATUAL
                   ' PARA RECARGA'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-RELOAD-MASTER-EXIT
           END-IF

           PERFORM 8100-OPEN-SNAPSHOT
               THRU 8100-OPEN-SNAPSHOT-EXIT

           PERFORM 4100-RELOAD-ONE-RECORD
               THRU 4100-RELOAD-ONE-RECORD-EXIT
               UNTIL WS-SN-END-OF-FILE
                   OR NOT WS-RECARGA-OK

           PERFORM 8300-CLOSE-SNAPSHOT
               THRU 8300-CLOSE-SNAPSHOT-EXIT
           PERFORM 8600-CLOSE-MASTER
               THRU 8600-CLOSE-MASTER-EXIT

           IF NOT WS-RECARGA-OK
               OR WS-QTDE-RECARREGADOS NOT = WS-CAT-QTDE
               DISPLAY 'ATENCAO - ' WS-MESTRE-ATUAL ' RECARREGADO '
                   'SO EM PARTE (' WS-QTDE-RECARREGADOS ' DE '
                   WS-CAT-QTDE ') -- REPETIR O RESTAURO ANTES DE '
                   'QUALQUER OUTRA EXECUCAO'
               MOVE 12 TO RETURN-CODE
           END-IF.

       4000-RELOAD-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RELOAD-ONE-RECORD
      ******************************************************************
       4100-RELOAD-ONE-RECORD.

           PERFORM 8200-READ-SNAPSHOT
               THRU 8200-READ-SNAPSHOT-EXIT

           IF WS-SN-END-OF-FILE
               OR WS-RS-GERACAO NOT = WS-GERACAO-ALVO
               GO TO 4100-RELOAD-ONE-RECORD-EXIT
           END-IF

           PERFORM 8500-WRITE-MASTER
               THRU 8500-WRITE-MASTER-EXIT

           IF WS-MS-STATUS NOT = '00'
               DISPLAY 'ERRO ' WS-MS-STATUS ' GRAVANDO '
                   WS-MESTRE-ATUAL
               MOVE 'N' TO WS-RECARGA-OK-SW
           ELSE
               ADD 1 TO WS-QTDE-RECARREGADOS
           END-IF.

       4100-RELOAD-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-RESTORE-POINT -- THE HANDOFF TO RERUNPLN
      ******************************************************************
       5000-WRITE-RESTORE-POINT.

           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN OUTPUT RESTORE-POINT-FILE
           MOVE SPACES               TO RESTORE-POINT-RECORD
           MOVE WS-MESTRE-ATUAL      TO RP-MESTRE
           MOVE WS-GERACAO-ALVO      TO RP-GERACAO
           ACCEPT RP-RESTAURO-DATA FROM DATE YYYYMMDD
           MOVE WS-HORA-AGORA        TO RP-RESTAURO-HORA
           MOVE WS-QTDE-RECARREGADOS TO RP-QTDE-REGISTROS
           WRITE RESTORE-POINT-RECORD
           CLOSE RESTORE-POINT-FILE

           DISPLAY WS-MESTRE-ATUAL ' RESTAURADO: '
               WS-QTDE-RECARREGADOS ' REGISTROS DA GERACAO '
               WS-GERACAO-ALVO.

       5000-WRITE-RESTORE-POINT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-FINALIZE
      ******************************************************************
       6000-FINALIZE.

           MOVE RETURN-CODE TO WS-CODIGO-RETORNO

           MOVE 'MSTREST'            TO CT-PROGRAM-ID
           MOVE 'CONFERIDOS'         TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-CONFERIDOS   TO CT-TOTAL-1-VALOR
           MOVE 'RECARREGADOS'       TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-RECARREGADOS TO CT-TOTAL-2-VALOR
           MOVE SPACES               TO CT-TOTAL-3-LABEL
           MOVE ZEROS                TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE

           IF WS-CODIGO-RETORNO = 8
               DISPLAY 'RESTAURO RECUSADO -- ' WS-MESTRE-ATUAL
                   ' NAO FOI ALTERADO'
           END-IF.

       6000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-OPEN-SNAPSHOT -- FILE-VERB DISPATCH BY MASTER ID (THE I/O
      * VERBS NEED THE LITERAL FILE NAME)
      ******************************************************************
       8100-OPEN-SNAPSHOT.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   OPEN INPUT EMPMAST-SNAPSHOT-FILE
               WHEN 'ACCTBAL'
                   OPEN INPUT ACCTBAL-SNAPSHOT-FILE
               WHEN 'ACCTATTR'
                   OPEN INPUT ACCTATTR-SNAPSHOT-FILE
               WHEN 'YTDEARN'
                   OPEN INPUT YTDEARN-SNAPSHOT-FILE
               WHEN 'PARTMAST'
                   OPEN INPUT PARTMAST-SNAPSHOT-FILE
           END-EVALUATE.

       8100-OPEN-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-SNAPSHOT
      ******************************************************************
       8200-READ-SNAPSHOT.

           MOVE SPACES TO WS-REG-SNAPSHOT

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   READ EMPMAST-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SN-EOF-SWITCH
                       NOT AT END
                           MOVE EMPMAST-SNAPSHOT-RECORD
                               TO WS-REG-SNAPSHOT
                   END-READ
               WHEN 'ACCTBAL'
                   READ ACCTBAL-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SN-EOF-SWITCH
                       NOT AT END
                           MOVE ACCTBAL-SNAPSHOT-RECORD
                               TO WS-REG-SNAPSHOT
                   END-READ
               WHEN 'ACCTATTR'
                   READ ACCTATTR-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SN-EOF-SWITCH
                       NOT AT END
                           MOVE ACCTATTR-SNAPSHOT-RECORD
                               TO WS-REG-SNAPSHOT
                   END-READ
               WHEN 'YTDEARN'
                   READ YTDEARN-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SN-EOF-SWITCH
                       NOT AT END
                           MOVE YTDEARN-SNAPSHOT-RECORD
                               TO WS-REG-SNAPSHOT
                   END-READ
               WHEN 'PARTMAST'
                   READ PARTMAST-SNAPSHOT-FILE
                       AT END
                           MOVE 'Y' TO WS-SN-EOF-SWITCH
                       NOT AT END
                           MOVE PARTMAST-SNAPSHOT-RECORD
                               TO WS-REG-SNAPSHOT
                   END-READ
           END-EVALUATE.

       8200-READ-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 8300-CLOSE-SNAPSHOT
      ******************************************************************
       8300-CLOSE-SNAPSHOT.

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

       8300-CLOSE-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 8400-OPEN-MASTER-OUTPUT -- EMPTIES THE MASTER FOR THE RELOAD
      ******************************************************************
       8400-OPEN-MASTER-OUTPUT.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   OPEN OUTPUT EMPLOYEE-MASTER-FILE
               WHEN 'ACCTBAL'
                   OPEN OUTPUT ACCOUNT-BALANCE-FILE
               WHEN 'ACCTATTR'
                   OPEN OUTPUT ACCOUNT-ATTRIBUTE-FILE
               WHEN 'YTDEARN'
                   OPEN OUTPUT YTD-EARNINGS-FILE
               WHEN 'PARTMAST'
                   OPEN OUTPUT PARTS-MASTER-FILE
           END-EVALUATE.

       8400-OPEN-MASTER-OUTPUT-EXIT.
           EXIT.

      ******************************************************************
      * 8500-WRITE-MASTER
      ******************************************************************
       8500-WRITE-MASTER.

           EVALUATE WS-MESTRE-ATUAL
               WHEN 'EMPMAST'
                   WRITE EMPLOYEE-MASTER-RECORD
                       FROM WS-RS-IMAGEM(1:98)
               WHEN 'ACCTBAL'
                   WRITE ACCOUNT-BALANCE-RECORD
                       FROM WS-RS-IMAGEM(1:22)
               WHEN 'ACCTATTR'
                   WRITE ACCOUNT-ATTRIBUTE-RECORD
                       FROM WS-RS-IMAGEM(1:72)
               WHEN 'YTDEARN'
                   WRITE YTD-EARNINGS-RECORD
                       FROM WS-RS-IMAGEM(1:494)
               WHEN 'PARTMAST'
                   WRITE PARTS-MASTER-RECORD
                       FROM WS-RS-IMAGEM(1:45)
           END-EVALUATE.

       8500-WRITE-MASTER-EXIT.
           EXIT.

      ******************************************************************
      * 8600-CLOSE-MASTER
      ******************************************************************
       8600-CLOSE-MASTER.

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

       8600-CLOSE-MASTER-EXIT.
           EXIT.
