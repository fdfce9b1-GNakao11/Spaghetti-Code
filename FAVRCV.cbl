      * The Updated Master To INVMSTO For The Next FAVORD Run. Every
      * Receipt Is Listed On The RCVREG Receipts Register With Its
      * Before/After On-Hand; Receipts For A Type/Grade Not On The
      * Master Are Flagged REJECTED And Posted Nowhere. The Unit
      * Cost On Each Receipt Is Folded Into The Master's Weighted-
      * Average Unit Cost, Which FAVSHP Charges To Cost Of Goods.
      * Each Posted Receipt Is Matched To Its Open Purchase Order Line
      * On POOPEN (Written By FAVPUR) By PO Number, Type And Grade.
      * Fully Received Lines Close, And A Line The Dock Flags As Done
      * While Still Short Is Short-Closed; Closed Lines Move To The
      * Cumulative POHIST And Open Lines Carry Forward On POOPENN.
      * Over-Receipts, Receipts With No Open PO Line, Supplier
      * Mismatches, Short-Closed Lines And Open Lines Past Their
      * Expected Date Are Listed On The POEXCP Exception Report. A
      * Receipt Keyed Without A Cost Is Costed At The PO Line Cost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVMST ASSIGN TO INVMST.
           SELECT INVMSTO ASSIGN TO INVMSTO.
           SELECT RCVREG ASSIGN TO RCVREG.
           SELECT OPTIONAL POOPEN ASSIGN TO POOPEN.
           SELECT POOPENN ASSIGN TO POOPENN.
           SELECT OPTIONAL POHIST ASSIGN TO POHIST.
           SELECT POEXCP ASSIGN TO POEXCP.
       DATA DIVISION.
       FILE SECTION.
      * Supplier Receipt Transactions From The Receiving Dock
           05  RT-RECEIPT-QTY           PIC 9(05).
           05  RT-SUPPLIER-ID           PIC X(10).
           05  RT-RECEIPT-DATE          PIC 9(08).
           05  RT-UNIT-COST             PIC 9(05)V99.
           05  RT-PO-NO                 PIC X(10).
           05  RT-CLOSE-FLAG            PIC X(01).
           05  FILLER                   PIC X(32).
      *
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
      * Updated Inventory Master Written At Close With The Receipts
      * Posted To On-Hand
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
       FD  RCVREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCVREG-REC.
       01  RCVREG-REC                  PIC X(80).
      *
      * Open Purchase Order Lines From FAVPUR
       FD  POOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-LINE-REC.
       01  PO-LINE-REC.
           05  PO-NO                    PIC X(10).
           05  PO-LINE-NO               PIC 9(03).
           05  PO-SUPPLIER-ID           PIC X(10).
           05  PO-INSTRUMENT-TYPE       PIC X(06).
           05  PO-INSTRUMENT-QUALITY    PIC X(01).
           05  PO-ORDER-QTY             PIC 9(05).
           05  PO-RECEIVED-QTY          PIC 9(05).
           05  PO-UNIT-COST             PIC 9(05)V99.
           05  PO-ORDER-DATE            PIC 9(08).
           05  PO-EXPECTED-DATE         PIC 9(08).
           05  PO-LINE-STATUS           PIC X(01).
           05  PO-ACCEPTED-BY           PIC X(08).
           05  PO-CLOSE-DATE            PIC 9(08).
      *
      * Lines Still Open After Today's Receipts, For The Next Run
       FD  POOPENN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-LINE-OUT-REC.
       01  PO-LINE-OUT-REC             PIC X(80).
      *
      * Closed And Short-Closed Lines - Cumulative, Same Layout
       FD  POHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-HISTORY-REC.
       01  PO-HISTORY-REC              PIC X(80).
      *
       FD  POEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POEXCP-REC.
       01  POEXCP-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-RCVTRAN-EOF                PIC X(01) VALUE SPACE.
               10  WS-IM-COMMITTED-QTY      PIC 9(05).
               10  WS-IM-REORDER-POINT      PIC 9(05).
               10  WS-IM-REORDER-QTY        PIC 9(05).
               10  WS-IM-UNIT-COST          PIC 9(05)V99.
       01 WS-INV-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INV-FOUND                VALUE 'Y'.
       01 WS-POOPEN-EOF                 PIC X(01) VALUE SPACE.
           88  POOPEN-EOF               VALUE 'Y'.
      *
      * Purchase Order Lines, Laid Out As The POOPEN Record
       01 WS-PO-TABLE-DATA.
           05  WS-PO-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PO-TABLE OCCURS 500 TIMES
               INDEXED BY WS-PO-IDX.
               10  WS-PO-ENTRY.
                   15  WS-PO-NO                 PIC X(10).
                   15  WS-PO-LINE-NO            PIC 9(03).
                   15  WS-PO-SUPPLIER-ID        PIC X(10).
                   15  WS-PO-INSTRUMENT-TYPE    PIC X(06).
                   15  WS-PO-INSTRUMENT-QUALITY PIC X(01).
                   15  WS-PO-ORDER-QTY          PIC 9(05).
                   15  WS-PO-RECEIVED-QTY       PIC 9(05).
                   15  WS-PO-UNIT-COST          PIC 9(05)V99.
                   15  WS-PO-ORDER-DATE         PIC 9(08).
                   15  WS-PO-EXPECTED-DATE      PIC 9(08).
                   15  WS-PO-LINE-STATUS        PIC X(01).
                   15  WS-PO-ACCEPTED-BY        PIC X(08).
                   15  WS-PO-CLOSE-DATE         PIC 9(08).
       01 WS-PO-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  PO-FOUND                 VALUE 'Y'.
       01 WS-RECEIPT-COST               PIC 9(05)V99 VALUE ZERO.
       01 WS-EXCEPTION-TEXT             PIC X(17) VALUE SPACES.
      *
       01 WS-RECEIPT-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-POSTED-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-POSTED-UNITS               PIC 9(07) VALUE ZERO.
       01 WS-REJECTED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-BEFORE-QTY                 PIC 9(05) VALUE ZERO.
       01 WS-POSTED-VALUE               PIC 9(09)V99 VALUE ZERO.
       01 WS-RECEIPT-VALUE              PIC 9(09)V99 VALUE ZERO.
       01 WS-STOCK-VALUE                PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-PO-MATCHED-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-NO-PO-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-OVER-RECEIPT-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-MISMATCH-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-LINES-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-SHORT-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-OVERDUE-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-LINES-OPEN-COUNT           PIC 9(05) VALUE ZERO.
      *
       01  RCV-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'DATE '.
           05  FILLER         PIC X(14) VALUE 'UNITS POSTED: '.
           05  RCV-UNITS-OUT  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(52) VALUE SPACES.
       01  RCV-TRAILER-4.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'COST POSTED:  '.
           05  RCV-VALUE-OUT  PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(47) VALUE SPACES.
      *
       01  EXC-HEADER-2.
           05  FILLER         PIC X(22) VALUE SPACES.
           05  FILLER         PIC X(35)
               VALUE 'PURCHASE ORDER RECEIVING EXCEPTIONS'.
           05  FILLER         PIC X(23) VALUE SPACES.
       01  EXC-HEADER-3.
           05  FILLER         PIC X(12) VALUE 'PO NUMBER   '.
           05  FILLER         PIC X(05) VALUE ' LN  '.
           05  FILLER         PIC X(07) VALUE 'TYPE   '.
           05  FILLER         PIC X(03) VALUE 'G  '.
           05  FILLER         PIC X(11) VALUE 'SUPPLIER   '.
           05  FILLER         PIC X(07) VALUE ' ORDER '.
           05  FILLER         PIC X(07) VALUE ' RECVD '.
           05  FILLER         PIC X(10) VALUE 'EXPECTED  '.
           05  FILLER         PIC X(17) VALUE 'EXCEPTION'.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  EXC-HEADER-4.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  EXC-DETAIL-LINE.
           05  EXC-PO-NO-OUT  PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EXC-LINE-OUT   PIC ZZZ.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EXC-TYPE-OUT   PIC X(06).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  EXC-QLTY-OUT   PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EXC-SUPPLIER-OUT PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  EXC-ORDERED-OUT PIC ZZ,ZZZ.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  EXC-RECEIVED-OUT PIC ZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  EXC-EXPECTED-OUT PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  EXC-TEXT-OUT   PIC X(17).
           05  FILLER         PIC X(01) VALUE SPACES.
       01  EXC-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  EXC-CTL-LABEL  PIC X(18).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  EXC-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(44) VALUE SPACES.
      *
       01  BLANK-LINE.
           05  FILLER         PIC X(80) VALUE SPACES.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL RCVTRAN-EOF.
           PERFORM 250-REPORT-OVERDUE-LINES.
           PERFORM 500-WRITE-INVENTORY-MASTER.
           PERFORM 510-WRITE-PURCHASE-ORDERS.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
           OPEN INPUT INVMST.
           OPEN OUTPUT INVMSTO.
           OPEN OUTPUT RCVREG.
           OPEN INPUT POOPEN.
           OPEN OUTPUT POOPENN.
           OPEN EXTEND POHIST.
           OPEN OUTPUT POEXCP.
           PERFORM 150-LOAD-INVENTORY-MASTER.
           PERFORM 160-LOAD-PURCHASE-ORDERS.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-RCVTRAN.
       150-LOAD-INVENTORY-MASTER.
                               WS-IM-REORDER-POINT(WS-IM-IDX)
                          MOVE IM-REORDER-QTY TO
                               WS-IM-REORDER-QTY(WS-IM-IDX)
                          MOVE IM-UNIT-COST TO
                               WS-IM-UNIT-COST(WS-IM-IDX)
                END-READ
           END-PERFORM.
       160-LOAD-PURCHASE-ORDERS.
      * Load The Open Purchase Order Lines Into A Working-Storage Table
           MOVE SPACE TO WS-POOPEN-EOF.
           PERFORM UNTIL POOPEN-EOF
                READ POOPEN
                     AT END MOVE 'Y' TO WS-POOPEN-EOF
                     NOT AT END
                          IF WS-PO-TABLE-COUNT >= 500
                               DISPLAY
                             'FAVRCV: POOPEN EXCEEDS WS-PO-TABLE '
                                  'CAPACITY OF 500 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-PO-TABLE-COUNT
                          SET WS-PO-IDX TO WS-PO-TABLE-COUNT
                          MOVE PO-LINE-REC TO WS-PO-ENTRY(WS-PO-IDX)
                END-READ
           END-PERFORM.
       100-MAIN.
           PERFORM 400-READ-RCVTRAN.
       200-POST-RECEIPT.
      * Post The Receipt To On-Hand For Its Type/Grade
           PERFORM 220-FIND-PO-LINE.
           MOVE 'N' TO WS-INV-FOUND-SWITCH.
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                UNTIL WS-IM-IDX > WS-INV-TABLE-COUNT
                     MOVE 'Y' TO WS-INV-FOUND-SWITCH
                     MOVE WS-IM-ON-HAND-QTY(WS-IM-IDX) TO
                          WS-BEFORE-QTY
                     PERFORM 210-AVERAGE-UNIT-COST
                     ADD RT-RECEIPT-QTY TO
                          WS-IM-ON-HAND-QTY(WS-IM-IDX)
                END-IF
           MOVE RT-INSTRUMENT-TYPE TO RCV-TYPE-OUT.
           MOVE RT-INSTRUMENT-QUALITY TO RCV-QLTY-OUT.
           MOVE RT-RECEIPT-QTY TO RCV-QTY-OUT.
           IF RT-SUPPLIER-ID = SPACES AND PO-FOUND
                MOVE WS-PO-SUPPLIER-ID(WS-PO-IDX) TO RCV-SUPPLIER-OUT
           ELSE
                MOVE RT-SUPPLIER-ID TO RCV-SUPPLIER-OUT
           END-IF.
           MOVE RT-RECEIPT-DATE TO RCV-DATE-OUT.
           IF INV-FOUND
                SET WS-IM-IDX DOWN BY 1
                MOVE 'REJECTED' TO RCV-STATUS-OUT
           END-IF.
           WRITE RCVREG-REC FROM RCV-DETAIL-LINE.
           IF INV-FOUND
                PERFORM 230-APPLY-TO-PO-LINE
           END-IF.
       210-AVERAGE-UNIT-COST.
      * Fold The Receipt Cost Into The Weighted-Average Unit Cost.
      * Stock Carried At No Cost (Nothing On Hand, Or Never Costed)
      * Takes The Receipt Cost Outright; An Uncosted Receipt Leaves
      * The Average Alone.
           IF WS-RECEIPT-COST > ZERO
                COMPUTE WS-RECEIPT-VALUE =
                     RT-RECEIPT-QTY * WS-RECEIPT-COST
                ADD WS-RECEIPT-VALUE TO WS-POSTED-VALUE
                IF WS-BEFORE-QTY = ZERO
                   OR WS-IM-UNIT-COST(WS-IM-IDX) = ZERO
                     MOVE WS-RECEIPT-COST TO
                          WS-IM-UNIT-COST(WS-IM-IDX)
                ELSE
                     COMPUTE WS-STOCK-VALUE =
                          WS-BEFORE-QTY * WS-IM-UNIT-COST(WS-IM-IDX)
                          + WS-RECEIPT-VALUE
                     COMPUTE WS-IM-UNIT-COST(WS-IM-IDX) ROUNDED =
                          WS-STOCK-VALUE
                          / (WS-BEFORE-QTY + RT-RECEIPT-QTY)
                END-IF
           END-IF.
       220-FIND-PO-LINE.
      * Find The Open Line On The Receipt's PO For This Type/Grade.
      * A Receipt Keyed Without A Cost Takes The PO Line Cost.
           MOVE 'N' TO WS-PO-FOUND-SWITCH.
           IF RT-PO-NO NOT = SPACES
                PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                     UNTIL WS-PO-IDX > WS-PO-TABLE-COUNT
                          OR PO-FOUND
                     IF RT-PO-NO = WS-PO-NO(WS-PO-IDX)
                        AND RT-INSTRUMENT-TYPE =
                             WS-PO-INSTRUMENT-TYPE(WS-PO-IDX)
                        AND RT-INSTRUMENT-QUALITY =
                             WS-PO-INSTRUMENT-QUALITY(WS-PO-IDX)
                        AND WS-PO-LINE-STATUS(WS-PO-IDX) = 'O'
                          MOVE 'Y' TO WS-PO-FOUND-SWITCH
                     END-IF
                END-PERFORM
                IF PO-FOUND
                     SET WS-PO-IDX DOWN BY 1
                END-IF
           END-IF.
           IF RT-UNIT-COST IS NUMERIC AND RT-UNIT-COST > ZERO
                MOVE RT-UNIT-COST TO WS-RECEIPT-COST
           ELSE
                IF PO-FOUND
                     MOVE WS-PO-UNIT-COST(WS-PO-IDX) TO WS-RECEIPT-COST
                ELSE
                     MOVE ZERO TO WS-RECEIPT-COST
                END-IF
           END-IF.
       230-APPLY-TO-PO-LINE.
      * Credit The Posted Receipt To Its PO Line And Close The Line
      * When It Is Filled Or The Dock Flags It Done
           IF NOT PO-FOUND
                ADD 1 TO WS-NO-PO-COUNT
                MOVE RT-PO-NO TO EXC-PO-NO-OUT
                MOVE ZERO TO EXC-LINE-OUT
                MOVE RT-INSTRUMENT-TYPE TO EXC-TYPE-OUT
                MOVE RT-INSTRUMENT-QUALITY TO EXC-QLTY-OUT
                MOVE RT-SUPPLIER-ID TO EXC-SUPPLIER-OUT
                MOVE ZERO TO EXC-ORDERED-OUT
                MOVE RT-RECEIPT-QTY TO EXC-RECEIVED-OUT
                MOVE SPACES TO EXC-EXPECTED-OUT
                IF RT-PO-NO = SPACES
                     MOVE 'NO PO' TO EXC-TEXT-OUT
                ELSE
                     MOVE 'NO OPEN PO LINE' TO EXC-TEXT-OUT
                END-IF
                WRITE POEXCP-REC FROM EXC-DETAIL-LINE
           ELSE
                ADD 1 TO WS-PO-MATCHED-COUNT
                ADD RT-RECEIPT-QTY TO WS-PO-RECEIVED-QTY(WS-PO-IDX)
                IF RT-SUPPLIER-ID NOT = SPACES
                   AND RT-SUPPLIER-ID NOT =
                        WS-PO-SUPPLIER-ID(WS-PO-IDX)
                     ADD 1 TO WS-MISMATCH-COUNT
                     MOVE 'SUPPLIER MISMATCH' TO WS-EXCEPTION-TEXT
                     PERFORM 240-WRITE-PO-EXCEPTION
                     MOVE RT-SUPPLIER-ID TO EXC-SUPPLIER-OUT
                     WRITE POEXCP-REC FROM EXC-DETAIL-LINE
                END-IF
                EVALUATE TRUE
                     WHEN WS-PO-RECEIVED-QTY(WS-PO-IDX) >
                          WS-PO-ORDER-QTY(WS-PO-IDX)
                          ADD 1 TO WS-OVER-RECEIPT-COUNT
                          ADD 1 TO WS-LINES-CLOSED-COUNT
                          MOVE 'C' TO WS-PO-LINE-STATUS(WS-PO-IDX)
                          MOVE WS-CURRENT-DATE-NUM TO
                               WS-PO-CLOSE-DATE(WS-PO-IDX)
                          MOVE 'OVER-RECEIPT' TO WS-EXCEPTION-TEXT
                          PERFORM 240-WRITE-PO-EXCEPTION
                          WRITE POEXCP-REC FROM EXC-DETAIL-LINE
                     WHEN WS-PO-RECEIVED-QTY(WS-PO-IDX) =
                          WS-PO-ORDER-QTY(WS-PO-IDX)
                          ADD 1 TO WS-LINES-CLOSED-COUNT
                          MOVE 'C' TO WS-PO-LINE-STATUS(WS-PO-IDX)
                          MOVE WS-CURRENT-DATE-NUM TO
                               WS-PO-CLOSE-DATE(WS-PO-IDX)
                     WHEN RT-CLOSE-FLAG = 'Y'
                          ADD 1 TO WS-SHORT-CLOSED-COUNT
                          MOVE 'S' TO WS-PO-LINE-STATUS(WS-PO-IDX)
                          MOVE WS-CURRENT-DATE-NUM TO
                               WS-PO-CLOSE-DATE(WS-PO-IDX)
                          MOVE 'SHORT-CLOSED' TO WS-EXCEPTION-TEXT
                          PERFORM 240-WRITE-PO-EXCEPTION
                          WRITE POEXCP-REC FROM EXC-DETAIL-LINE
                END-EVALUATE
           END-IF.
       240-WRITE-PO-EXCEPTION.
      * Load The Exception Line From The Current PO Line
           MOVE WS-PO-NO(WS-PO-IDX) TO EXC-PO-NO-OUT.
           MOVE WS-PO-LINE-NO(WS-PO-IDX) TO EXC-LINE-OUT.
           MOVE WS-PO-INSTRUMENT-TYPE(WS-PO-IDX) TO EXC-TYPE-OUT.
           MOVE WS-PO-INSTRUMENT-QUALITY(WS-PO-IDX) TO EXC-QLTY-OUT.
           MOVE WS-PO-SUPPLIER-ID(WS-PO-IDX) TO EXC-SUPPLIER-OUT.
           MOVE WS-PO-ORDER-QTY(WS-PO-IDX) TO EXC-ORDERED-OUT.
           MOVE WS-PO-RECEIVED-QTY(WS-PO-IDX) TO EXC-RECEIVED-OUT.
           MOVE WS-PO-EXPECTED-DATE(WS-PO-IDX) TO EXC-EXPECTED-OUT.
           MOVE WS-EXCEPTION-TEXT TO EXC-TEXT-OUT.
       250-REPORT-OVERDUE-LINES.
      * Any Line Still Open Past Its Expected Date Is Overdue
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-TABLE-COUNT
                IF WS-PO-LINE-STATUS(WS-PO-IDX) = 'O'
                   AND WS-PO-EXPECTED-DATE(WS-PO-IDX) <
                        WS-CURRENT-DATE-NUM
                     ADD 1 TO WS-OVERDUE-COUNT
                     MOVE 'OVERDUE' TO WS-EXCEPTION-TEXT
                     PERFORM 240-WRITE-PO-EXCEPTION
                     WRITE POEXCP-REC FROM EXC-DETAIL-LINE
                END-IF
           END-PERFORM.
       400-READ-RCVTRAN.
           READ RCVTRAN
                AT END MOVE 'Y' TO WS-RCVTRAN-EOF
                     IMO-REORDER-POINT
                MOVE WS-IM-REORDER-QTY(WS-IM-IDX) TO
                     IMO-REORDER-QTY
                MOVE WS-IM-UNIT-COST(WS-IM-IDX) TO
                     IMO-UNIT-COST
                WRITE INVENTORY-MASTER-OUT-REC
           END-PERFORM.
       510-WRITE-PURCHASE-ORDERS.
      * Open Lines Carry Forward; Closed Lines Go To PO History
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-TABLE-COUNT
                IF WS-PO-LINE-STATUS(WS-PO-IDX) = 'O'
                     ADD 1 TO WS-LINES-OPEN-COUNT
                     WRITE PO-LINE-OUT-REC FROM WS-PO-ENTRY(WS-PO-IDX)
                ELSE
                     WRITE PO-HISTORY-REC FROM WS-PO-ENTRY(WS-PO-IDX)
                END-IF
           END-PERFORM.
       600-CLOSE-FILES.
           CLOSE RCVTRAN.
           CLOSE INVMST, INVMSTO.
           CLOSE RCVREG.
           CLOSE POOPEN, POOPENN.
           CLOSE POHIST.
           CLOSE POEXCP.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           WRITE RCVREG-REC FROM BLANK-LINE.
           WRITE RCVREG-REC FROM RCV-HEADER-3.
           WRITE RCVREG-REC FROM RCV-HEADER-4.
           WRITE POEXCP-REC FROM RCV-HEADER-1.
           WRITE POEXCP-REC FROM EXC-HEADER-2.
           WRITE POEXCP-REC FROM BLANK-LINE.
           WRITE POEXCP-REC FROM BLANK-LINE.
           WRITE POEXCP-REC FROM EXC-HEADER-3.
           WRITE POEXCP-REC FROM EXC-HEADER-4.
       800-WRITE-TRAILERS.
           WRITE RCVREG-REC FROM BLANK-LINE.
           WRITE RCVREG-REC FROM RCV-TRAILER-1.
           WRITE RCVREG-REC FROM RCV-TRAILER-2.
           MOVE WS-POSTED-UNITS TO RCV-UNITS-OUT.
           WRITE RCVREG-REC FROM RCV-TRAILER-3.
           MOVE WS-POSTED-VALUE TO RCV-VALUE-OUT.
           WRITE RCVREG-REC FROM RCV-TRAILER-4.
           WRITE POEXCP-REC FROM BLANK-LINE.
           WRITE POEXCP-REC FROM RCV-TRAILER-1.
           MOVE 'MATCHED TO PO     ' TO EXC-CTL-LABEL.
           MOVE WS-PO-MATCHED-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'NO PO             ' TO EXC-CTL-LABEL.
           MOVE WS-NO-PO-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'OVER-RECEIPTS     ' TO EXC-CTL-LABEL.
           MOVE WS-OVER-RECEIPT-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'SUPPLIER MISMATCH ' TO EXC-CTL-LABEL.
           MOVE WS-MISMATCH-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'LINES CLOSED      ' TO EXC-CTL-LABEL.
           MOVE WS-LINES-CLOSED-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'SHORT-CLOSED      ' TO EXC-CTL-LABEL.
           MOVE WS-SHORT-CLOSED-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'OVERDUE           ' TO EXC-CTL-LABEL.
           MOVE WS-OVERDUE-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
           MOVE 'LINES STILL OPEN  ' TO EXC-CTL-LABEL.
           MOVE WS-LINES-OPEN-COUNT TO EXC-CTL-COUNT.
           WRITE POEXCP-REC FROM EXC-TRAILER-2.
