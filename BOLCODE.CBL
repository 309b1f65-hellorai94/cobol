      ******************************************************************
      * Author: M. TAVARES
      * Date: 15-10-26
      * Purpose: BOLETO CODE BUILDER -- THE FEBRABAN BAR-CODE NUMBER
      * AND DIGITABLE LINE FOR A BANK SLIP, PACKAGED AS A CALLABLE
      * SUBPROGRAM LIKE CPFCHECK. THE 44-DIGIT BAR CODE IS BANK (3),
      * CURRENCY 9 (1), GENERAL CHECK DIGIT (1), DUE-DATE FACTOR (4),
      * AMOUNT IN CENTAVOS (10) AND THE BANK'S FREE FIELD (25). THE
      * GENERAL CHECK DIGIT IS MOD 11 OVER THE OTHER 43 DIGITS,
      * WEIGHTS 2 TO 9 FROM THE RIGHT (0, 10 AND 11 BECOME 1). THE
      * DUE-DATE FACTOR COUNTS DAYS FROM 07-10-1997 AND WRAPS BACK TO
      * 1000 ON 22-02-2025. THE DIGITABLE LINE SPLITS THE SAME DIGITS
      * INTO FIVE FIELDS; THE FIRST THREE EACH CARRY A MOD-10 CHECK
      * DIGIT (WEIGHTS 2 AND 1 FROM THE RIGHT). CALLED BY BOLEMIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History
      * 15-10-26 MRT  ORIGINAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLCODE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-BARRAS.
           05  WS-BR-BANCO             PIC 9(03).
           05  WS-BR-MOEDA             PIC 9(01).
           05  WS-BR-DV                PIC 9(01).
           05  WS-BR-FATOR             PIC 9(04).
           05  WS-BR-VALOR             PIC 9(08)V99.
           05  WS-BR-LIVRE             PIC X(25).
       01  WS-BARRAS-DIGITOS REDEFINES WS-BARRAS.
           05  WS-BR-DIG OCCURS 44 TIMES
                         PIC 9(01).

      *-----------------------------------------------------------------
      * ONE DIGITABLE-LINE FIELD UNDER THE MOD-10 CHECK
      *-----------------------------------------------------------------
       01  WS-CAMPO.
           05  WS-CAMPO-DIG OCCURS 10 TIMES
                            PIC 9(01).
       77  WS-CAMPO-TAM            PIC 9(02) VALUE ZEROS.
       77  WS-CAMPO-DV             PIC 9(01) VALUE ZEROS.

       01  WS-CAMPO-1              PIC X(10) VALUE SPACES.
       01  WS-CAMPO-2              PIC X(11) VALUE SPACES.
       01  WS-CAMPO-3              PIC X(11) VALUE SPACES.

       77  WS-DIG-SUB              PIC 9(02) VALUE ZEROS.
       77  WS-PESO                 PIC 9(02) VALUE ZEROS.
       77  WS-PRODUTO              PIC 9(02) VALUE ZEROS.
       77  WS-SOMA                 PIC 9(04) VALUE ZEROS.
       77  WS-DIVISAO              PIC 9(04) VALUE ZEROS.
       77  WS-RESTO                PIC 9(02) VALUE ZEROS.
       77  WS-DV-CALCULADO         PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-BASE            PIC S9(07) VALUE ZEROS.

       LINKAGE SECTION.
       COPY BOLCDLNK.

       PROCEDURE DIVISION USING BOLCOD-PARMS.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.

           SET BC-CODIGO-INVALIDO TO TRUE
           MOVE SPACES TO BC-CODIGO-BARRAS
           MOVE SPACES TO BC-LINHA-DIGITAVEL

           IF BC-CAMPO-LIVRE NOT NUMERIC
               GOBACK
           END-IF

           PERFORM 1000-COMPUTE-DUE-FACTOR
               THRU 1000-COMPUTE-DUE-FACTOR-EXIT

           IF WS-BR-FATOR = ZEROS
               GOBACK
           END-IF

           MOVE BC-BANCO       TO WS-BR-BANCO
           MOVE 9              TO WS-BR-MOEDA
           MOVE ZEROS          TO WS-BR-DV
           MOVE BC-VALOR       TO WS-BR-VALOR
           MOVE BC-CAMPO-LIVRE TO WS-BR-LIVRE

           PERFORM 2000-GENERAL-CHECK-DIGIT
               THRU 2000-GENERAL-CHECK-DIGIT-EXIT

           MOVE WS-BARRAS TO BC-CODIGO-BARRAS

           PERFORM 3000-BUILD-DIGITABLE-LINE
               THRU 3000-BUILD-DIGITABLE-LINE-EXIT

           SET BC-CODIGO-VALIDO TO TRUE

           GOBACK.

      ******************************************************************
      * 1000-COMPUTE-DUE-FACTOR -- DAYS SINCE 07-10-1997; FROM
      * 22-02-2025 (DAY 10000) THE FACTOR RESTARTS AT 1000. ZERO WHEN
      * THE DATE IS NOT A DATE OR THE FACTOR FALLS OUTSIDE 1000-9999
      ******************************************************************
       1000-COMPUTE-DUE-FACTOR.

           MOVE ZEROS TO WS-BR-FATOR

           IF BC-DATA-VENCIMENTO NOT NUMERIC
               GO TO 1000-COMPUTE-DUE-FACTOR-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(BC-DATA-VENCIMENTO)
               NOT = ZEROS
               GO TO 1000-COMPUTE-DUE-FACTOR-EXIT
           END-IF

           COMPUTE WS-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(BC-DATA-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(19971007)

           IF WS-DIAS-BASE > 9999
               SUBTRACT 9000 FROM WS-DIAS-BASE
           END-IF

           IF WS-DIAS-BASE < 1000 OR WS-DIAS-BASE > 9999
               GO TO 1000-COMPUTE-DUE-FACTOR-EXIT
           END-IF

           MOVE WS-DIAS-BASE TO WS-BR-FATOR.

       1000-COMPUTE-DUE-FACTOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GENERAL-CHECK-DIGIT -- MOD 11 OVER ALL DIGITS BUT THE
      * FIFTH, WEIGHTS 2 TO 9 CYCLING FROM THE RIGHT
      ******************************************************************
       2000-GENERAL-CHECK-DIGIT.

           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO

           PERFORM 2100-WEIGH-BAR-DIGIT
               THRU 2100-WEIGH-BAR-DIGIT-EXIT
               VARYING WS-DIG-SUB FROM 44 BY -1
               UNTIL WS-DIG-SUB < 1

           DIVIDE WS-SOMA BY 11 GIVING WS-DIVISAO
               REMAINDER WS-RESTO

           COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO
           IF WS-DV-CALCULADO > 9
               MOVE 1 TO WS-DV-CALCULADO
           END-IF

           MOVE WS-DV-CALCULADO TO WS-BR-DV.

       2000-GENERAL-CHECK-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WEIGH-BAR-DIGIT
      ******************************************************************
       2100-WEIGH-BAR-DIGIT.

           IF WS-DIG-SUB = 5
               GO TO 2100-WEIGH-BAR-DIGIT-EXIT
           END-IF

           COMPUTE WS-SOMA =
               WS-SOMA + (WS-BR-DIG(WS-DIG-SUB) * WS-PESO)

           ADD 1 TO WS-PESO
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO
           END-IF.

       2100-WEIGH-BAR-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUILD-DIGITABLE-LINE -- FIELD 1: BANK, CURRENCY AND FREE
      * FIELD 1-5; FIELD 2: FREE FIELD 6-15; FIELD 3: FREE FIELD
      * 16-25, EACH WITH ITS MOD-10 DIGIT; FIELD 4: THE GENERAL CHECK
      * DIGIT; FIELD 5: DUE-DATE FACTOR AND AMOUNT
      ******************************************************************
       3000-BUILD-DIGITABLE-LINE.

           MOVE ZEROS TO WS-CAMPO
           MOVE BC-CODIGO-BARRAS(1:4)  TO WS-CAMPO(1:4)
           MOVE BC-CODIGO-BARRAS(20:5) TO WS-CAMPO(5:5)
           MOVE 9 TO WS-CAMPO-TAM
           PERFORM 3100-MOD10-CHECK-DIGIT
               THRU 3100-MOD10-CHECK-DIGIT-EXIT
           MOVE WS-CAMPO(1:9) TO WS-CAMPO-1(1:9)
           MOVE WS-CAMPO-DV   TO WS-CAMPO-1(10:1)

           MOVE BC-CODIGO-BARRAS(25:10) TO WS-CAMPO
           MOVE 10 TO WS-CAMPO-TAM
           PERFORM 3100-MOD10-CHECK-DIGIT
               THRU 3100-MOD10-CHECK-DIGIT-EXIT
           MOVE WS-CAMPO      TO WS-CAMPO-2(1:10)
           MOVE WS-CAMPO-DV   TO WS-CAMPO-2(11:1)

           MOVE BC-CODIGO-BARRAS(35:10) TO WS-CAMPO
           MOVE 10 TO WS-CAMPO-TAM
           PERFORM 3100-MOD10-CHECK-DIGIT
               THRU 3100-MOD10-CHECK-DIGIT-EXIT
           MOVE WS-CAMPO      TO WS-CAMPO-3(1:10)
           MOVE WS-CAMPO-DV   TO WS-CAMPO-3(11:1)

           STRING WS-CAMPO-1(1:5)  '.' WS-CAMPO-1(6:5)  ' '
                  WS-CAMPO-2(1:5)  '.' WS-CAMPO-2(6:6)  ' '
                  WS-CAMPO-3(1:5)  '.' WS-CAMPO-3(6:6)  ' '
                  BC-CODIGO-BARRAS(5:1) ' '
                  BC-CODIGO-BARRAS(6:14)
               DELIMITED BY SIZE INTO BC-LINHA-DIGITAVEL.

       3000-BUILD-DIGITABLE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MOD10-CHECK-DIGIT -- WEIGHTS 2, 1, 2... FROM THE RIGHT;
      * A PRODUCT OVER 9 COUNTS AS THE SUM OF ITS DIGITS
      ******************************************************************
       3100-MOD10-CHECK-DIGIT.

           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO

           PERFORM 3110-WEIGH-FIELD-DIGIT
               THRU 3110-WEIGH-FIELD-DIGIT-EXIT
               VARYING WS-DIG-SUB FROM WS-CAMPO-TAM BY -1
               UNTIL WS-DIG-SUB < 1

           DIVIDE WS-SOMA BY 10 GIVING WS-DIVISAO
               REMAINDER WS-RESTO

           IF WS-RESTO = ZEROS
               MOVE ZEROS TO WS-CAMPO-DV
           ELSE
               COMPUTE WS-CAMPO-DV = 10 - WS-RESTO
           END-IF.

       3100-MOD10-CHECK-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * 3110-WEIGH-FIELD-DIGIT
      ******************************************************************
       3110-WEIGH-FIELD-DIGIT.

           COMPUTE WS-PRODUTO = WS-CAMPO-DIG(WS-DIG-SUB) * WS-PESO
           IF WS-PRODUTO > 9
               SUBTRACT 9 FROM WS-PRODUTO
           END-IF
           ADD WS-PRODUTO TO WS-SOMA

           IF WS-PESO = 2
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO
           END-IF.

       3110-WEIGH-FIELD-DIGIT-EXIT.
           EXIT.
