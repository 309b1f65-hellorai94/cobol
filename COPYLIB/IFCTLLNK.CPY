      ******************************************************************
      * IFCTLLNK -- LINKAGE LAYOUT SHARED BY THE IFCTL INTERFACE-FILE
      * CONTROL SUBPROGRAM AND EVERY PROGRAM THAT WRITES OR READS AN
      * INTERFACE FILE PASSED BETWEEN JOBS (TIMECLK, PAYREG, BANKPAY,
      * GLINTRFC, ARINVOIC). EACH PRODUCING RUN WRAPS ITS RECORDS IN
      * A HEADER ('*H': PRODUCING PROGRAM, RUN DATE, RUN NUMBER FROM
      * JOBLOG) AND A TRAILER ('*T': RECORD COUNT AND HASH TOTAL OF
      * THE FILE'S KEY AMOUNT FIELD). APPENDED FILES CARRY ONE
      * HEADER/TRAILER PAIR PER PRODUCING RUN.
      *
      * PRODUCER: 'A' AT OPEN RETURNS THE HEADER IN IC-REGISTRO TO
      *   WRITE; 'G' AFTER EACH DATA RECORD WRITTEN, WITH ITS AMOUNT
      *   IN IC-VALOR; 'T' BEFORE CLOSE RETURNS THE TRAILER TO WRITE.
      * CONSUMER: 'I' BEFORE A CHECKING PASS (IC-DIAS-VALIDADE = MOST
      *   DAYS A HEADER MAY BE OLD, ZERO FOR A HISTORY FILE;
      *   IC-CONSUMO = 'S' WHEN A BATCH MAY ONLY BE TAKEN ONCE); 'L'
      *   FOR EACH RECORD READ, MOVED TO IC-REGISTRO, WITH THE AMOUNT
      *   IN IC-VALOR; 'F' AT END OF THE PASS GIVES THE VERDICT IN
      *   IC-RESULTADO; 'B' AFTER A CLEAN RUN RECORDS THE BATCHES AS
      *   CONSUMED ON THE IFCONSUM REGISTER.
      * IC-ARQUIVO NAMES THE FILE ON EVERY CALL, SO ONE PROGRAM CAN
      * CONTROL SEVERAL FILES AT ONCE.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  IFCTL-PARMS.
           05  IC-ACAO                 PIC X(01).
               88  IC-ABRE-GRAVACAO              VALUE 'A'.
               88  IC-CONTA-GRAVADO              VALUE 'G'.
               88  IC-FECHA-GRAVACAO             VALUE 'T'.
               88  IC-ABRE-LEITURA               VALUE 'I'.
               88  IC-CONFERE-LIDO               VALUE 'L'.
               88  IC-FECHA-LEITURA              VALUE 'F'.
               88  IC-BAIXA-CONSUMO              VALUE 'B'.
           05  IC-ARQUIVO              PIC X(08).
           05  IC-PROGRAMA             PIC X(08).
           05  IC-VALOR                PIC 9(11)V99.
           05  IC-DIAS-VALIDADE        PIC 9(03).
           05  IC-CONSUMO              PIC X(01).
               88  IC-CONTROLA-CONSUMO           VALUE 'S'.
           05  IC-RESULTADO            PIC X(01).
               88  IC-ARQUIVO-ACEITO             VALUE 'A'.
               88  IC-ARQUIVO-RECUSADO           VALUE 'R'.
           05  IC-REGISTRO             PIC X(100).
           05  IC-HEADER REDEFINES IC-REGISTRO.
               10  IC-MARCA            PIC X(02).
                   88  IC-REG-CONTROLE           VALUE '*H' '*T'.
                   88  IC-REG-HEADER             VALUE '*H'.
                   88  IC-REG-TRAILER            VALUE '*T'.
               10  IC-H-PROGRAMA       PIC X(08).
               10  IC-H-DATA           PIC 9(08).
               10  IC-H-SEQUENCIA      PIC 9(03).
               10  FILLER              PIC X(79).
           05  IC-TRAILER REDEFINES IC-REGISTRO.
               10  FILLER              PIC X(02).
               10  IC-T-QTDE           PIC 9(06).
               10  IC-T-HASH           PIC 9(11)V99.
               10  FILLER              PIC X(79).
