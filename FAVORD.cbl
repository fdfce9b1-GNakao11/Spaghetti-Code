       FD  INVMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-REC.
       01  INVENTORY-MASTER-REC.
           05  IM-COMMITTED-QTY         PIC 9(05).
           05  IM-REORDER-POINT         PIC 9(05).
           05  IM-REORDER-QTY           PIC 9(05).
           05  IM-UNIT-COST             PIC 9(05)V99.
           05  FILLER                   PIC X(06).
      *
      * Updated Inventory Master Written At Close With The Committed
      * Counts From This Run's Allocations.
       FD  INVMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-OUT-REC.
       01  INVENTORY-MASTER-OUT-REC.
           05  IMO-COMMITTED-QTY        PIC 9(05).
           05  IMO-REORDER-POINT        PIC 9(05).
           05  IMO-REORDER-QTY          PIC 9(05).
           05  IMO-UNIT-COST            PIC 9(05)V99.
           05  FILLER                   PIC X(06).
      *
      * Nightly Purchase Suggestions - One Record Per Type/Grade
      * Whose Available Stock Has Fallen Below Its Reorder Point.
               10  WS-IM-COMMITTED-QTY      PIC 9(05).
               10  WS-IM-REORDER-POINT      PIC 9(05).
               10  WS-IM-REORDER-QTY        PIC 9(05).
               10  WS-IM-UNIT-COST          PIC 9(05)V99.
       01 WS-INV-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INV-FOUND                VALUE 'Y'.
      *
                               WS-IM-REORDER-POINT(WS-IM-IDX)
                          MOVE IM-REORDER-QTY TO
                               WS-IM-REORDER-QTY(WS-IM-IDX)
                          MOVE IM-UNIT-COST TO
                               WS-IM-UNIT-COST(WS-IM-IDX)
                END-READ
           END-PERFORM.
       231-LOAD-ARTIST-MASTER.
                     IMO-REORDER-POINT
                MOVE WS-IM-REORDER-QTY(WS-IM-IDX) TO
                     IMO-REORDER-QTY
                MOVE WS-IM-UNIT-COST(WS-IM-IDX) TO
                     IMO-UNIT-COST
                WRITE INVENTORY-MASTER-OUT-REC
           END-PERFORM.
       630-WRITE-PURCHASE-SUGGEST.
