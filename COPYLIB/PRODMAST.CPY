      ******************************************************************
      * Copybook: PRODMAST
      * Purpose: PRODUCT MASTER, KEYED BY ITEM -- LIST PRICE AND VALID
      *          PRICE BAND, TAX CLASS, AND THE FINISHED-GOODS STOCK:
      *          ON HAND, RESERVED, REORDER POINT AND REORDER LOT.
      *          STOCK IS ONLY CONTROLLED FOR ITEMS FLAGGED 'S' IN
      *          PM-CONTROLE-ESTOQUE (SERVICES AND ITEMS NOT YET
      *          COUNTED SELL WITHOUT A STOCK CHECK). AVAILABLE STOCK
      *          IS ON HAND LESS RESERVED. READ BY SALESINV, KEPT BY
      *          SALESINV (SALES AND RETURNS) AND ESTOQPOS (RECEIPTS,
      *          ADJUSTMENTS, RESERVATIONS).
      * 15-10-26 MRT  FIRST VERSION -- DESCRIPTION AND STOCK FIELDS
      *               ADDED TO THE ORIGINAL 29-BYTE PRICE RECORD.
      ******************************************************************
       01  PRODUCT-MASTER-RECORD.
           05  PM-ITEM-ID              PIC X(06).
           05  PM-PRECO-LISTA          PIC 9(05)V99.
           05  PM-PRECO-MIN            PIC 9(05)V99.
           05  PM-PRECO-MAX            PIC 9(05)V99.
           05  PM-CLASSE-FISCAL        PIC X(02).
           05  PM-DESCRICAO            PIC X(20).
           05  PM-CONTROLE-ESTOQUE     PIC X(01).
               88  PM-COM-ESTOQUE                VALUE 'S'.
           05  PM-QTDE-ESTOQUE         PIC 9(07).
           05  PM-QTDE-RESERVADA       PIC 9(07).
           05  PM-PONTO-REPOSICAO      PIC 9(07).
           05  PM-LOTE-REPOSICAO       PIC 9(07).
           05  PM-DATA-ULT-MOV         PIC 9(08).
           05  FILLER                  PIC X(04).
