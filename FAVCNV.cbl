       PROGRAM-ID. FAVCNV.
      * One-Time Master File Reformat. Three Fixed-Length Files Grew
      * When The Credit, Replenishment, And Re-Quote Work Went In,
      * And The Inventory Master Grew Again When Inventory Costing
      * Went In. The Old-Format Files On Disk Must Be Reformatted
      * Before The First Run Of The New Programs:
      *    PROPHIST  60 -> 80  ADDS THE SUPERSEDED PROPOSAL ID
      *                        (SPACES - NOTHING IS SUPERSEDED YET)
      *    ARTMST    20 -> 30  ADDS CREDIT LIMIT AND HOLD FLAG.
      *                        CHANGES NO CREDIT BEHAVIOR - THE
      *                        OFFICE TIGHTENS PER ACCOUNT THROUGH
      *                        FAVMNT AFTERWARD
      *    INVMST    30 -> 40  ADDS THE WEIGHTED-AVERAGE UNIT COST,
      *                        ZERO UNTIL THE FIRST COSTED RECEIPT
      *                        POSTS THROUGH FAVRCV. (THE EARLIER
      *                        20 -> 30 REORDER POINT AND QUANTITY
      *                        STEP HAS ALREADY RUN.)
      * Each Input Is Optional, So The Utility Can Rerun For One
      * File Alone. The New-Format Files Come Out On PROPHISTN,
      * ARTMSTN, And INVMSTN For The Job Stream To Copy Back Over
           05  AMN-CREDIT-HOLD-FLAG     PIC X(01).
           05  FILLER                   PIC X(05).
      *
      * Old-Format Inventory Master (30 Bytes)
       FD  INVMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-REC.
       01  INVENTORY-MASTER-REC.
           05  IM-INSTRUMENT-QUALITY    PIC X(01).
           05  IM-ON-HAND-QTY           PIC 9(05).
           05  IM-COMMITTED-QTY         PIC 9(05).
           05  IM-REORDER-POINT         PIC 9(05).
           05  IM-REORDER-QTY           PIC 9(05).
           05  FILLER                   PIC X(03).
      *
       FD  INVMSTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-NEW-REC.
       01  INVENTORY-MASTER-NEW-REC.
           05  IMN-COMMITTED-QTY        PIC 9(05).
           05  IMN-REORDER-POINT        PIC 9(05).
           05  IMN-REORDER-QTY          PIC 9(05).
           05  IMN-UNIT-COST            PIC 9(05)V99.
           05  FILLER                   PIC X(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-PROPHIST-EOF               PIC X(01) VALUE SPACE.
                               IMN-INSTRUMENT-QUALITY
                          MOVE IM-ON-HAND-QTY TO IMN-ON-HAND-QTY
                          MOVE IM-COMMITTED-QTY TO IMN-COMMITTED-QTY
                          MOVE IM-REORDER-POINT TO
                               IMN-REORDER-POINT
                          MOVE IM-REORDER-QTY TO IMN-REORDER-QTY
                          MOVE ZERO TO IMN-UNIT-COST
                          WRITE INVENTORY-MASTER-NEW-REC
                END-READ
           END-PERFORM.
