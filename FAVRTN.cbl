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
      * Updated Inventory Master Written At Close With The Returned
      * Units Restocked To On-Hand
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
      * Credit Memos For The Invoicing Run - FAVINV Merges These
      * With ORDIFACE As Negative Documents On The Artist Invoice
           88  ORDER-FOUND              VALUE 'Y'.
       01 WS-OH-SUB                     PIC 9(06) COMP VALUE ZERO.
      *
      * Orders Already Credited - One Credit Per Order, Ever. The
      * Memo Prefix Tells A Return ('CRM') From A FAVCAN
      * Cancellation ('CAN').
       01 WS-RH-TABLE-DATA.
           05  WS-RH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-RH-TABLE OCCURS 100000 TIMES
               INDEXED BY WS-RH-IDX.
               10  WS-RH-ORDER-NO       PIC X(18).
               10  WS-RH-MEMO-PREFIX    PIC X(03).
       01 WS-RETURNED-SWITCH            PIC X(01) VALUE 'N'.
           88  ALREADY-RETURNED         VALUE 'Y'.
      *
               10  WS-IM-COMMITTED-QTY      PIC 9(05).
               10  WS-IM-REORDER-POINT      PIC 9(05).
               10  WS-IM-REORDER-QTY        PIC 9(05).
               10  WS-IM-UNIT-COST          PIC 9(05)V99.
       01 WS-INV-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INV-FOUND                VALUE 'Y'.
      *
                          SET WS-RH-IDX TO WS-RH-TABLE-COUNT
                          MOVE RH-ORDER-NO TO
                               WS-RH-ORDER-NO(WS-RH-IDX)
                          MOVE RH-CREDIT-MEMO-NO(1:3) TO
                               WS-RH-MEMO-PREFIX(WS-RH-IDX)
                          IF RH-CREDIT-MEMO-NO(1:3) = 'CRM'
                             AND RH-CREDIT-MEMO-NO(4:8) =
                                  WS-CURRENT-DATE
                               WS-IM-REORDER-POINT(WS-IM-IDX)
                          MOVE IM-REORDER-QTY TO
                               WS-IM-REORDER-QTY(WS-IM-IDX)
                          MOVE IM-UNIT-COST TO
                               WS-IM-UNIT-COST(WS-IM-IDX)
                END-READ
           END-PERFORM.
       100-MAIN.
                MOVE 'ORDER NOT FOUND ' TO RTN-DISP-OUT
           WHEN ALREADY-RETURNED
                ADD 1 TO WS-REJECTED-COUNT
                IF WS-RH-MEMO-PREFIX(WS-RH-IDX) = 'CAN'
                     MOVE 'ORDER CANCELLED ' TO RTN-DISP-OUT
                ELSE
                     MOVE 'ALREADY RETURNED' TO RTN-DISP-OUT
                END-IF
           WHEN OTHER
                PERFORM 230-ISSUE-CREDIT
                PERFORM 240-RESTOCK-UNIT
                     MOVE 'Y' TO WS-RETURNED-SWITCH
                END-IF
           END-PERFORM.
           IF ALREADY-RETURNED
                SET WS-RH-IDX DOWN BY 1
           END-IF.
       230-ISSUE-CREDIT.
      * Write The Credit Memo For The Order's Billed Amount And
      * Record It On The Returns History
                ADD 1 TO WS-RH-TABLE-COUNT
                SET WS-RH-IDX TO WS-RH-TABLE-COUNT
                MOVE RN-ORDER-NO TO WS-RH-ORDER-NO(WS-RH-IDX)
                MOVE 'CRM' TO WS-RH-MEMO-PREFIX(WS-RH-IDX)
           END-IF.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-OH-TOTAL(WS-OH-SUB) TO WS-CREDIT-TOTAL.
                     IMO-REORDER-POINT
                MOVE WS-IM-REORDER-QTY(WS-IM-IDX) TO
                     IMO-REORDER-QTY
                MOVE WS-IM-UNIT-COST(WS-IM-IDX) TO
                     IMO-UNIT-COST
                WRITE INVENTORY-MASTER-OUT-REC
           END-PERFORM.
       510-WRITE-CONTROL-FILE.
