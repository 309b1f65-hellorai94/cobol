      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: CERTIFICATE OF COMPLETION (CERTIFICADO DE CONCLUSAO)
      * ISSUANCE. TRNSCRPT PRINTS THE HISTORICO ESCOLAR FROM GRADHIST,
      * BUT COMPLETION CERTIFICATES WERE TYPED BY HAND AND THE
      * REGISTRY BOOK KEPT ON PAPER. FOR THE SCHOOL YEAR AND FINAL
      * GRADE LEVEL THE OPERATOR SUPPLIES, THIS RUN SWEEPS THE
      * GRADHIST ARCHIVE (WHICH ALREADY CARRIES THE RECUPERA RECOVERY
      * RESULTS) FOR STUDENTS WHOSE TURMA IS OF THE FINAL LEVEL,
      * WHOSE STANDING IS APROVADO AND WHOSE EVERY SUBJECT GRADE
      * REACHES THE PASS MARK. EACH ONE NOT YET ON THE PERMANENT
      * DIPLREG REGISTRY GETS THE NEXT REGISTRY NUMBER, A REGISTRY
      * LINE (STUDENT, YEAR, NUMBER, ISSUE DATE) AND A CERTIFICATE
      * PAGE ON DIPLRPT; A STUDENT ALREADY REGISTERED IS NEVER GIVEN
      * A SECOND NUMBER. WITH PARM 'REIMPRIME' THE RUN ASKS FOR ONE
      * STUDENT ID AND REPRINTS THAT CERTIFICATE UNDER THE ORIGINAL
      * NUMBER, MARKED AS A REPRINT. EVERY ISSUE AND REPRINT IS LOGGED
      * ON DIPLLOG AGAINST THE REGISTRY NUMBER.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GH-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "DIPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

           SELECT ISSUE-LOG-FILE ASSIGN TO "DIPLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "DIPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * GRADE-HISTORY-FILE -- THE GRDARCHV YEAR-END ARCHIVE
      *-----------------------------------------------------------------
       FD  GRADE-HISTORY-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  GRADE-HISTORY-RECORD.
           05  GH-STU-ID           PIC X(06).
           05  GH-ANO              PIC 9(04).
           05  GH-NOTAS.
               10  GH-NOTA         PIC 9(02)V99 OCCURS 4 TIMES
                                    INDEXED BY GH-IDX.
           05  GH-MEDIA            PIC 9(02)V99.
           05  GH-FREQUENCIA       PIC 9(03)V9.
           05  GH-STATUS           PIC X(09).
           05  GH-TURMA            PIC X(03).

       FD  STUDENT-MASTER-FILE.
           COPY STUDREC.

      *-----------------------------------------------------------------
      * REGISTRY-FILE -- THE PERMANENT CERTIFICATE REGISTRY, ONE LINE
      * PER CERTIFICATE EVER ISSUED, NEVER REWRITTEN
      *-----------------------------------------------------------------
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
      * ISSUE-LOG-FILE -- EVERY ISSUE ('E') AND REPRINT ('R')
      *-----------------------------------------------------------------
       FD  ISSUE-LOG-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ISSUE-LOG-RECORD.
           05  DL-REGISTRO             PIC 9(06).
           05  DL-STU-ID               PIC X(06).
           05  DL-TIPO                 PIC X(01).
               88  DL-EMISSAO                 VALUE 'E'.
               88  DL-REIMPRESSAO             VALUE 'R'.
           05  DL-DATA                 PIC 9(08).
           05  FILLER                  PIC X(09).

       FD  CERTIFICATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIFICATE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-GH-STATUS            PIC X(02) VALUE SPACES.
       77  WS-SM-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DL-STATUS            PIC X(02) VALUE SPACES.
       77  WS-CF-STATUS            PIC X(02) VALUE SPACES.

       77  WS-GH-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-GH-END-OF-FILE             VALUE 'Y'.
       77  WS-SM-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SM-END-OF-FILE             VALUE 'Y'.
       77  WS-DR-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DR-END-OF-FILE             VALUE 'Y'.
       77  WS-DL-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-DL-END-OF-FILE             VALUE 'Y'.
       77  WS-ABORTA-SW            PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-ABORTADA          VALUE 'S'.

      *-----------------------------------------------------------------
      * RUN MODE (PARM 'REIMPRIME') AND OPERATOR ANSWERS
      *-----------------------------------------------------------------
       77  WS-MODO-EXECUCAO        PIC X(09) VALUE SPACES.
           88  WS-MODO-REIMPRESSAO          VALUE 'REIMPRIME'.
       77  WS-ANO-ENTRADA          PIC X(04) VALUE SPACES.
       77  WS-ANO-LETIVO           PIC 9(04) VALUE ZEROS.
       77  WS-SERIE-FINAL          PIC X(01) VALUE SPACES.
       77  WS-ID-PROCURADO         PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * PASS MARK PER SUBJECT -- GRADEBK'S APPROVAL LINE
      *-----------------------------------------------------------------
       77  WS-NOTA-MINIMA          PIC 9(02)V99 VALUE 7.00.
       77  WS-NOTAS-OK          PIC X(01) VALUE 'S'.
           88  WS-TODAS-APROVADAS           VALUE 'S'.

       77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDICAO.
           05  WS-DE-AAAA          PIC 9(04).
           05  WS-DE-MM            PIC 9(02).
           05  WS-DE-DD            PIC 9(02).
       01  WS-DATA-IMPRESSA.
           05  WS-DI-DD            PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DI-MM            PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-DI-AAAA          PIC 9(04).

      *-----------------------------------------------------------------
      * STUDENT NAMES FROM STUDMAST
      *-----------------------------------------------------------------
       01  WS-NOM-TABLE.
           05  WS-NOM-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-NOM-IDX.
               10  WS-NOM-STU-ID       PIC X(06).
               10  WS-NOM-NOME         PIC X(20).
       77  WS-NOM-COUNT            PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      * STUDENTS ALREADY ON THE REGISTRY
      *-----------------------------------------------------------------
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-REG-IDX.
               10  WS-REG-STU-ID       PIC X(06).
       77  WS-REG-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-REG-ACHOU            PIC X(01) VALUE 'N'.
           88  WS-REG-ENCONTROU             VALUE 'S'.
       77  WS-ULTIMO-REGISTRO      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      * THE CERTIFICATE BEING PRINTED
      *-----------------------------------------------------------------
       01  WS-CERTIFICADO.
           05  WS-CE-REGISTRO      PIC 9(06).
           05  WS-CE-STU-ID        PIC X(06).
           05  WS-CE-NOME          PIC X(20).
           05  WS-CE-ANO           PIC 9(04).
           05  WS-CE-TURMA         PIC X(03).
           05  WS-CE-MEDIA         PIC 9(02)V99.
           05  WS-CE-DATA-EMISSAO  PIC 9(08).
       77  WS-QTDE-VIAS            PIC 9(03) VALUE ZEROS.
       77  WS-TIPO-LOG             PIC X(01) VALUE SPACES.
       77  WS-MEDIA-ED             PIC Z9.99.
       77  WS-VIAS-ED              PIC ZZ9.
       77  WS-PAGINA               PIC 9(04) VALUE ZEROS.

       77  WS-QTDE-LIDOS           PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-CONCLUINTES     PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-EMITIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-JA-REGISTRADOS  PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-NAO-APROVADOS   PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-NOME        PIC 9(05) VALUE ZEROS.

       COPY JOBLGLNK.
       COPY RPTHDRLNK.
       COPY CTLTOTLNK.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           MOVE 'DIPLOMA' TO JL-PROGRAM-ID
           MOVE 'S'       TO JL-ACAO
           CALL 'JOBLOG' USING JOBLOG-PARMS

           ACCEPT WS-MODO-EXECUCAO FROM COMMAND-LINE

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-EXECUCAO-ABORTADA
               IF WS-MODO-REIMPRESSAO
                   PERFORM 5000-REPRINT
                       THRU 5000-REPRINT-EXIT
               ELSE
                   PERFORM 2000-CHECK-GRADUATE
                       THRU 2000-CHECK-GRADUATE-EXIT
                       UNTIL WS-GH-END-OF-FILE
               END-IF
               PERFORM 3000-FINALIZE
                   THRU 3000-FINALIZE-EXIT
           END-IF

           MOVE 'E'         TO JL-ACAO
           MOVE RETURN-CODE TO JL-RETURN-CODE
           CALL 'JOBLOG' USING JOBLOG-PARMS

      *    THE CALL RESETS THE SHARED RETURN-CODE REGISTER -- RESTORE
      *    THE CONDITION CODE OPERATIONS LOOKS AT
           MOVE JL-RETURN-CODE TO RETURN-CODE

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- THE OPERATOR'S ANSWERS, THE REGISTRY AND
      * THE NAMES, THEN THE FILES FOR THE MODE IN USE
      ******************************************************************
       1000-INITIALIZE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF WS-MODO-REIMPRESSAO
               DISPLAY 'INFORME O ID DO ALUNO: '
               ACCEPT WS-ID-PROCURADO FROM CONSOLE
           ELSE
               DISPLAY 'INFORME O ANO LETIVO CONCLUIDO (AAAA): '
               ACCEPT WS-ANO-ENTRADA FROM CONSOLE
               IF WS-ANO-ENTRADA NUMERIC
                   MOVE WS-ANO-ENTRADA TO WS-ANO-LETIVO
               ELSE
                   MOVE WS-DATA-HOJE(1:4) TO WS-ANO-LETIVO
                   DISPLAY 'AVISO - ANO NAO INFORMADO -- USANDO '
                       WS-ANO-LETIVO
               END-IF
               DISPLAY 'INFORME A SERIE FINAL (1 DIGITO DA TURMA): '
               ACCEPT WS-SERIE-FINAL FROM CONSOLE
               IF WS-SERIE-FINAL = SPACES
                   DISPLAY 'ERRO - SERIE FINAL NAO INFORMADA -- '
                       'EXECUCAO RECUSADA'
                   MOVE 'S' TO WS-ABORTA-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-REG-TABLE
           MOVE SPACES TO WS-NOM-TABLE

      *    NO DIPLREG YET MEANS NO CERTIFICATE WAS EVER ISSUED
           OPEN INPUT REGISTRY-FILE
           IF WS-DR-STATUS = '00'
               PERFORM 8200-READ-REGISTRY
                   THRU 8200-READ-REGISTRY-EXIT
               PERFORM 1100-STORE-REGISTERED
                   THRU 1100-STORE-REGISTERED-EXIT
                   UNTIL WS-DR-END-OF-FILE
                      OR WS-EXECUCAO-ABORTADA
               CLOSE REGISTRY-FILE
           END-IF

           IF WS-EXECUCAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           IF WS-MODO-REIMPRESSAO
               PERFORM 1300-COUNT-REPRINTS
                   THRU 1300-COUNT-REPRINTS-EXIT
               GO TO 1000-INITIALIZE-OPEN
           END-IF

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-SM-STATUS = '00'
               PERFORM 8300-READ-STUDENT
                   THRU 8300-READ-STUDENT-EXIT
               PERFORM 1200-STORE-NAME
                   THRU 1200-STORE-NAME-EXIT
                   UNTIL WS-SM-END-OF-FILE
               CLOSE STUDENT-MASTER-FILE
           ELSE
               DISPLAY 'AVISO - SEM ARQUIVO STUDMAST -- NENHUM NOME '
                   'DISPONIVEL'
           END-IF

           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-GH-STATUS NOT = '00'
               DISPLAY 'ERRO - SEM ARQUIVO GRADHIST -- RODE O '
                   'ARQUIVAMENTO DE FIM DE ANO PRIMEIRO'
               MOVE 'S' TO WS-ABORTA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 8000-READ-HISTORY
               THRU 8000-READ-HISTORY-EXIT.

       1000-INITIALIZE-OPEN.

           OPEN EXTEND REGISTRY-FILE
           IF WS-DR-STATUS NOT = '00'
               OPEN OUTPUT REGISTRY-FILE
           END-IF

           OPEN EXTEND ISSUE-LOG-FILE
           IF WS-DL-STATUS NOT = '00'
               OPEN OUTPUT ISSUE-LOG-FILE
           END-IF

           OPEN OUTPUT CERTIFICATE-FILE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STORE-REGISTERED -- THE HIGHEST NUMBER SO FAR SEEDS THE
      * NEXT ONE. A REPRINT KEEPS THE STUDENT'S OWN LINE
      ******************************************************************
       1100-STORE-REGISTERED.

           IF DR-REGISTRO NUMERIC
               AND DR-REGISTRO > WS-ULTIMO-REGISTRO
               MOVE DR-REGISTRO TO WS-ULTIMO-REGISTRO
           END-IF

           IF WS-MODO-REIMPRESSAO
               IF DR-STU-ID = WS-ID-PROCURADO
                   MOVE DR-REGISTRO     TO WS-CE-REGISTRO
                   MOVE DR-STU-ID       TO WS-CE-STU-ID
                   MOVE DR-NOME         TO WS-CE-NOME
                   MOVE DR-ANO          TO WS-CE-ANO
                   MOVE DR-TURMA        TO WS-CE-TURMA
                   MOVE DR-MEDIA        TO WS-CE-MEDIA
                   MOVE DR-DATA-EMISSAO TO WS-CE-DATA-EMISSAO
                   MOVE 'S' TO WS-REG-ACHOU
               END-IF
               GO TO 1100-STORE-REGISTERED-NEXT
           END-IF

           IF WS-REG-COUNT < 5000
               ADD 1 TO WS-REG-COUNT
               SET WS-REG-IDX TO WS-REG-COUNT
               MOVE DR-STU-ID TO WS-REG-STU-ID(WS-REG-IDX)
           ELSE
               DISPLAY 'TABELA DE REGISTROS CHEIA -- EXECUCAO '
                   'RECUSADA'
               MOVE 'S' TO WS-ABORTA-SW
           END-IF.

       1100-STORE-REGISTERED-NEXT.

           PERFORM 8200-READ-REGISTRY
               THRU 8200-READ-REGISTRY-EXIT.

       1100-STORE-REGISTERED-EXIT.
           EXIT.

      ******************************************************************
      * 1200-STORE-NAME
      ******************************************************************
       1200-STORE-NAME.

           IF WS-NOM-COUNT < 2000
               ADD 1 TO WS-NOM-COUNT
               SET WS-NOM-IDX TO WS-NOM-COUNT
               MOVE STU-ID   TO WS-NOM-STU-ID(WS-NOM-IDX)
               MOVE STU-NOME TO WS-NOM-NOME(WS-NOM-IDX)
           ELSE
               DISPLAY 'TABELA DE NOMES CHEIA -- ALUNO '
                   STU-ID ' SEM NOME'
           END-IF

           PERFORM 8300-READ-STUDENT
               THRU 8300-READ-STUDENT-EXIT.

       1200-STORE-NAME-EXIT.
           EXIT.

      ******************************************************************
      * 1300-COUNT-REPRINTS -- EARLIER REPRINTS OF THE STUDENT'S
      * NUMBER, SO THIS ONE IS PRINTED AS THE NEXT
      ******************************************************************
       1300-COUNT-REPRINTS.

           MOVE ZEROS TO WS-QTDE-VIAS
           IF NOT WS-REG-ENCONTROU
               GO TO 1300-COUNT-REPRINTS-EXIT
           END-IF

           OPEN INPUT ISSUE-LOG-FILE
           IF WS-DL-STATUS NOT = '00'
               GO TO 1300-COUNT-REPRINTS-EXIT
           END-IF

           PERFORM 8100-READ-LOG
               THRU 8100-READ-LOG-EXIT
           PERFORM 1310-COUNT-REPRINT
               THRU 1310-COUNT-REPRINT-EXIT
               UNTIL WS-DL-END-OF-FILE

           CLOSE ISSUE-LOG-FILE.

       1300-COUNT-REPRINTS-EXIT.
           EXIT.

      ******************************************************************
      * 1310-COUNT-REPRINT
      ******************************************************************
       1310-COUNT-REPRINT.

           IF DL-REGISTRO = WS-CE-REGISTRO AND DL-REIMPRESSAO
               ADD 1 TO WS-QTDE-VIAS
           END-IF

           PERFORM 8100-READ-LOG
               THRU 8100-READ-LOG-EXIT.

       1310-COUNT-REPRINT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-GRADUATE -- A FINAL-LEVEL YEAR OF THE REQUESTED
      * SCHOOL YEAR, APPROVED IN EVERY SUBJECT AND NOT YET REGISTERED
      ******************************************************************
       2000-CHECK-GRADUATE.

           ADD 1 TO WS-QTDE-LIDOS

           IF GH-ANO NOT = WS-ANO-LETIVO
               OR GH-TURMA(1:1) NOT = WS-SERIE-FINAL
               GO TO 2000-CHECK-GRADUATE-NEXT
           END-IF

           ADD 1 TO WS-QTDE-CONCLUINTES

           MOVE 'S' TO WS-NOTAS-OK
           PERFORM 2100-CHECK-SUBJECT
               THRU 2100-CHECK-SUBJECT-EXIT
               VARYING GH-IDX FROM 1 BY 1
                 UNTIL GH-IDX > 4

           IF GH-STATUS NOT = 'APROVADO'
               OR NOT WS-TODAS-APROVADAS
               ADD 1 TO WS-QTDE-NAO-APROVADOS
               GO TO 2000-CHECK-GRADUATE-NEXT
           END-IF

           MOVE 'N' TO WS-REG-ACHOU
           IF WS-REG-COUNT > ZEROS
               SET WS-REG-IDX TO 1
               SEARCH WS-REG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REG-IDX > WS-REG-COUNT
                       CONTINUE
                   WHEN WS-REG-STU-ID(WS-REG-IDX) = GH-STU-ID
                       MOVE 'S' TO WS-REG-ACHOU
               END-SEARCH
           END-IF

           IF WS-REG-ENCONTROU
               ADD 1 TO WS-QTDE-JA-REGISTRADOS
               DISPLAY 'AVISO - ALUNO ' GH-STU-ID ' JA TEM '
                   'CERTIFICADO REGISTRADO -- USE REIMPRIME'
               GO TO 2000-CHECK-GRADUATE-NEXT
           END-IF

           PERFORM 2200-ISSUE-CERTIFICATE
               THRU 2200-ISSUE-CERTIFICATE-EXIT.

       2000-CHECK-GRADUATE-NEXT.

           PERFORM 8000-READ-HISTORY
               THRU 8000-READ-HISTORY-EXIT.

       2000-CHECK-GRADUATE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-SUBJECT
      ******************************************************************
       2100-CHECK-SUBJECT.

           IF GH-NOTA (GH-IDX) < WS-NOTA-MINIMA
               MOVE 'N' TO WS-NOTAS-OK
           END-IF.

       2100-CHECK-SUBJECT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ISSUE-CERTIFICATE -- NEXT NUMBER, REGISTRY LINE, LOG LINE
      * AND THE PRINTED CERTIFICATE
      ******************************************************************
       2200-ISSUE-CERTIFICATE.

           ADD 1 TO WS-ULTIMO-REGISTRO

           MOVE WS-ULTIMO-REGISTRO TO WS-CE-REGISTRO
           MOVE GH-STU-ID          TO WS-CE-STU-ID
           MOVE GH-ANO             TO WS-CE-ANO
           MOVE GH-TURMA           TO WS-CE-TURMA
           MOVE GH-MEDIA           TO WS-CE-MEDIA
           MOVE WS-DATA-HOJE       TO WS-CE-DATA-EMISSAO
           MOVE SPACES             TO WS-CE-NOME

           IF WS-NOM-COUNT > ZEROS
               SET WS-NOM-IDX TO 1
               SEARCH WS-NOM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NOM-IDX > WS-NOM-COUNT
                       CONTINUE
                   WHEN WS-NOM-STU-ID(WS-NOM-IDX) = GH-STU-ID
                       MOVE WS-NOM-NOME(WS-NOM-IDX) TO WS-CE-NOME
               END-SEARCH
           END-IF
           IF WS-CE-NOME = SPACES
               ADD 1 TO WS-QTDE-SEM-NOME
               DISPLAY 'AVISO - ALUNO ' GH-STU-ID ' SEM NOME NO '
                   'STUDMAST -- CERTIFICADO SAI SEM NOME'
           END-IF

           MOVE SPACES             TO REGISTRY-RECORD
           MOVE WS-CE-REGISTRO     TO DR-REGISTRO
           MOVE WS-CE-STU-ID       TO DR-STU-ID
           MOVE WS-CE-NOME         TO DR-NOME
           MOVE WS-CE-ANO          TO DR-ANO
           MOVE WS-CE-TURMA        TO DR-TURMA
           MOVE WS-CE-MEDIA        TO DR-MEDIA
           MOVE WS-CE-DATA-EMISSAO TO DR-DATA-EMISSAO
           WRITE REGISTRY-RECORD

           IF WS-REG-COUNT < 5000
               ADD 1 TO WS-REG-COUNT
               SET WS-REG-IDX TO WS-REG-COUNT
               MOVE GH-STU-ID TO WS-REG-STU-ID(WS-REG-IDX)
           END-IF

           MOVE 'E' TO WS-TIPO-LOG
           PERFORM 7100-WRITE-LOG
               THRU 7100-WRITE-LOG-EXIT

           MOVE ZEROS TO WS-QTDE-VIAS
           PERFORM 7000-PRINT-CERTIFICATE
               THRU 7000-PRINT-CERTIFICATE-EXIT

           ADD 1 TO WS-QTDE-EMITIDOS.

       2200-ISSUE-CERTIFICATE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZE
      ******************************************************************
       3000-FINALIZE.

           IF NOT WS-MODO-REIMPRESSAO
               CLOSE GRADE-HISTORY-FILE
           END-IF
           CLOSE REGISTRY-FILE
           CLOSE ISSUE-LOG-FILE
           CLOSE CERTIFICATE-FILE

           IF WS-MODO-REIMPRESSAO
               GO TO 3000-FINALIZE-EXIT
           END-IF

           DISPLAY 'REGISTROS DE HISTORICO LIDOS: ' WS-QTDE-LIDOS
           DISPLAY 'CONCLUINTES DA SERIE FINAL:   ' WS-QTDE-CONCLUINTES
           DISPLAY 'NAO APROVADOS EM TUDO:        '
               WS-QTDE-NAO-APROVADOS
           DISPLAY 'JA REGISTRADOS ANTES:         '
               WS-QTDE-JA-REGISTRADOS
           DISPLAY 'CERTIFICADOS EMITIDOS:        ' WS-QTDE-EMITIDOS
           DISPLAY 'ULTIMO NUMERO DE REGISTRO:    ' WS-ULTIMO-REGISTRO

           MOVE 'DIPLOMA'              TO CT-PROGRAM-ID
           MOVE 'CONCLUINTES'          TO CT-TOTAL-1-LABEL
           MOVE WS-QTDE-CONCLUINTES    TO CT-TOTAL-1-VALOR
           MOVE 'EMITIDOS'             TO CT-TOTAL-2-LABEL
           MOVE WS-QTDE-EMITIDOS       TO CT-TOTAL-2-VALOR
           MOVE 'ULTIMO REGISTRO'      TO CT-TOTAL-3-LABEL
           MOVE WS-ULTIMO-REGISTRO     TO CT-TOTAL-3-VALOR
           CALL 'CTLTOT' USING CTLTOT-PARMS

      *    SET AFTER THE CALL, WHICH RESETS THE RETURN-CODE REGISTER
           IF WS-QTDE-SEM-NOME > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REPRINT -- THE ORIGINAL NUMBER AND ISSUE DATE, MARKED AS
      * THE NEXT REPRINT OF THAT NUMBER. A STUDENT NOT ON THE REGISTRY
      * HAS NOTHING TO REPRINT
      ******************************************************************
       5000-REPRINT.

           IF NOT WS-REG-ENCONTROU
               DISPLAY 'ERRO - ALUNO ' WS-ID-PROCURADO ' SEM '
                   'CERTIFICADO NO DIPLREG -- NADA A REIMPRIMIR'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-REPRINT-EXIT
           END-IF

           ADD 1 TO WS-QTDE-VIAS

           MOVE 'R' TO WS-TIPO-LOG
           PERFORM 7100-WRITE-LOG
               THRU 7100-WRITE-LOG-EXIT

           PERFORM 7000-PRINT-CERTIFICATE
               THRU 7000-PRINT-CERTIFICATE-EXIT

           DISPLAY 'CERTIFICADO ' WS-CE-REGISTRO ' DO ALUNO '
               WS-CE-STU-ID ' REIMPRESSO -- VIA ' WS-QTDE-VIAS.

       5000-REPRINT-EXIT.
           EXIT.

      ******************************************************************
      * 7000-PRINT-CERTIFICATE -- ONE PAGE. WS-QTDE-VIAS ABOVE ZERO
      * MARKS A REPRINT
      ******************************************************************
       7000-PRINT-CERTIFICATE.

           ADD 1 TO WS-PAGINA
           MOVE 'DIPLOMA' TO RH-PROGRAM-ID
           MOVE WS-PAGINA TO RH-PAGE-NUM
           CALL 'RPTHDR' USING RPTHDR-PARMS
           WRITE CERTIFICATE-LINE FROM RH-HEADER-LINE

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE '                      CERTIFICADO DE CONCLUSAO'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '                      REGISTRO NO. ' WS-CE-REGISTRO
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  CERTIFICAMOS QUE ' DELIMITED BY SIZE
               WS-CE-NOME DELIMITED BY '  '
               ' (MATRICULA ' WS-CE-STU-ID '),' DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  CONCLUIU A SERIE FINAL NA TURMA '
                   DELIMITED BY SIZE
               WS-CE-TURMA DELIMITED BY SPACE
               ' NO ANO LETIVO DE ' WS-CE-ANO ',' DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-CE-MEDIA TO WS-MEDIA-ED
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  COM APROVACAO EM TODAS AS DISCIPLINAS E MEDIA '
               'FINAL ' WS-MEDIA-ED '.'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE WS-CE-DATA-EMISSAO TO WS-DATA-EDICAO
           PERFORM 7200-EDIT-DATE
               THRU 7200-EDIT-DATE-EXIT
           MOVE SPACES TO CERTIFICATE-LINE
           STRING '  EMITIDO EM ' WS-DATA-IMPRESSA
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           IF WS-QTDE-VIAS > ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-EDICAO
               PERFORM 7200-EDIT-DATE
                   THRU 7200-EDIT-DATE-EXIT
               MOVE WS-QTDE-VIAS TO WS-VIAS-ED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING '  REIMPRESSAO' WS-VIAS-ED ' EM '
                   WS-DATA-IMPRESSA ' -- MESMO REGISTRO DO ORIGINAL'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE '  ______________________________   ___________________'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE '           SECRETARIA                    DIRECAO'
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       7000-PRINT-CERTIFICATE-EXIT.
           EXIT.

      ******************************************************************
      * 7100-WRITE-LOG -- WS-TIPO-LOG IS SET
      ******************************************************************
       7100-WRITE-LOG.

           MOVE SPACES         TO ISSUE-LOG-RECORD
           MOVE WS-CE-REGISTRO TO DL-REGISTRO
           MOVE WS-CE-STU-ID   TO DL-STU-ID
           MOVE WS-TIPO-LOG    TO DL-TIPO
           MOVE WS-DATA-HOJE   TO DL-DATA
           WRITE ISSUE-LOG-RECORD.

       7100-WRITE-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 7200-EDIT-DATE -- AAAAMMDD IN WS-DATA-EDICAO TO DD/MM/AAAA
      ******************************************************************
       7200-EDIT-DATE.

           MOVE WS-DE-DD   TO WS-DI-DD
           MOVE WS-DE-MM   TO WS-DI-MM
           MOVE WS-DE-AAAA TO WS-DI-AAAA.

       7200-EDIT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-READ-HISTORY
      ******************************************************************
       8000-READ-HISTORY.

           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-GH-EOF-SWITCH
           END-READ.

       8000-READ-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 8100-READ-LOG
      ******************************************************************
       8100-READ-LOG.

           READ ISSUE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-DL-EOF-SWITCH
           END-READ.

       8100-READ-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 8200-READ-REGISTRY
      ******************************************************************
       8200-READ-REGISTRY.

           READ REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-DR-EOF-SWITCH
           END-READ.

       8200-READ-REGISTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8300-READ-STUDENT
      ******************************************************************
       8300-READ-STUDENT.

           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SM-EOF-SWITCH
           END-READ.

       8300-READ-STUDENT-EXIT.
           EXIT.
