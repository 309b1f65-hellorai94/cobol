      ******************************************************************
      * Copybook: CLICONTA
      * Purpose: CUSTOMER-TO-PRODUCT LINK -- ONE RECORD PER CUSTOMER
      *          PER PRODUCT HELD, KEYED BY CL-CHAVE (CUSTOMER, PRODUCT
      *          TYPE, PRODUCT ID), SO A JOINT ACCOUNT CARRIES ONE
      *          RECORD PER HOLDER. TIES THE CU-CUSTOMER-ID OF THE
      *          CUSTMAST MASTER TO A GUANA03 LEDGER ACCOUNT (ACCTATTR/
      *          ACCTBAL) OR TO A LOAN ON THE AMORTSCH SCHEDULE.
      *          CL-TITULAR-PRINCIPAL MARKS THE HOLDER WHOSE NAME SITS
      *          ON ATT-NOME-TITULAR. AN ENDED LINK STAYS ON FILE WITH
      *          ITS END DATE. MAINTAINED BY CLIVINC, READ BY CLIRELAC
      *          AND LGPDANON.
      * 15-10-26 MRT  FIRST VERSION.
      ******************************************************************
       01  CUSTOMER-LINK-RECORD.
           05  CL-CHAVE.
               10  CL-CUSTOMER-ID      PIC X(06).
               10  CL-TIPO-PRODUTO     PIC X(01).
                   88  CL-PRODUTO-CONTA          VALUE 'C'.
                   88  CL-PRODUTO-EMPRESTIMO     VALUE 'E'.
               10  CL-PRODUTO-ID       PIC X(06).
           05  CL-TITULARIDADE         PIC X(01).
               88  CL-TITULAR-PRINCIPAL          VALUE 'P'.
               88  CL-CO-TITULAR                 VALUE 'S'.
           05  CL-SITUACAO             PIC X(01).
               88  CL-VINCULO-ATIVO              VALUE 'A'.
               88  CL-VINCULO-ENCERRADO          VALUE 'E'.
           05  CL-DATA-INICIO          PIC 9(08).
           05  CL-DATA-FIM             PIC 9(08).
           05  FILLER                  PIC X(09).
