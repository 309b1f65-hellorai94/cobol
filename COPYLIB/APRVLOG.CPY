      ******************************************************************
      * Copybook: APRVLOG
      * Purpose: APPROVAL-STAMP TRAIL -- ONE RECORD EACH TIME SOMEONE
      *          SIGNS OFF WORK KEYED ELSEWHERE: A SUPERVISOR'S
      *          TIME-CLOCK APPROVAL (TIMEAPPR), A PRICE-OVERRIDE VISTO
      *          OR THE RELEASE OF THE BANKPAY FILE (VISTOENT).
      *          STAMPED WITH THE OPERTAB OPERATOR, DATE AND TIME.
      *          AL-CHAVE IS WHAT WAS SIGNED: THE PROFESSOR ID, THE
      *          INVOICE + ITEM OF THE OVERRIDE, OR 'BANKPAY' + THE
      *          PAYMENT DATE. APPEND ONLY. READ BY SODCONF, WHICH
      *          PAIRS EACH STAMP WITH THE KEYING HALF OF THE SAME
      *          TRANSACTION.
      * 15-10-26 MRT  FIRST VERSION -- SHARED BY TIMEAPPR, VISTOENT AND
      *               SODCONF.
      ******************************************************************
       01  APPROVAL-STAMP-RECORD.
           05  AL-PROGRAMA             PIC X(08).
           05  AL-EVENTO               PIC X(01).
               88  AL-APROVACAO-PONTO          VALUE 'A'.
               88  AL-VISTO-PRECO              VALUE 'V'.
               88  AL-LIBERACAO-BANKPAY        VALUE 'L'.
           05  AL-CHAVE                PIC X(15).
           05  AL-OPERADOR             PIC X(08).
           05  AL-DATA                 PIC 9(08).
           05  AL-HORA                 PIC 9(08).
