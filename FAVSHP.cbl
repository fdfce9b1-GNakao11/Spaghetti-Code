      * SHIPPED. The Updated Status File Is Written To ORDSTATN, And
      * Anything Still Unshipped More Days Than The Stale-Order Limit
      * Lands On The OPENORD Exception Report So The Office Can Answer
      * 'Where Is My Order' Without A Shrug. A Ship Confirmation
      * Also Relieves The Order's Units From INVMST On-Hand And
      * Committed (Written To INVMSTO) And Records Its Cost Of Goods
      * At The Weighted-Average Unit Cost On The Cumulative COGSHIST
      * File For The FAVGMR Gross Margin Report. The Order's Type,
      * Grade, Quantity And Price Come From The Cumulative ORDHIST
      * Order History Written By FAVORD. An Order FAVCAN Has
      * Cancelled Is Left Off The Pick List, And A Ship Confirmation
      * For It Is Rejected To The Exception Report Unrelieved.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICKLIST ASSIGN TO PICKLIST.
           SELECT ORDSTATN ASSIGN TO ORDSTATN.
           SELECT OPENORD ASSIGN TO OPENORD.
           SELECT OPTIONAL ORDHIST ASSIGN TO ORDHIST.
           SELECT INVMST ASSIGN TO INVMST.
           SELECT INVMSTO ASSIGN TO INVMSTO.
           SELECT OPTIONAL COGSHIST ASSIGN TO COGSHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDIFACE
       01  ORD-IFACE-REC               PIC X(100).
      *
      * Cumulative Order-Status File - One Record Per Order, Status
      * A (Allocated) / P (Picked) / S (Shipped) / C (Cancelled)
       FD  ORDSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENORD-REC.
       01  OPENORD-REC                 PIC X(80).
      *
       FD  ORDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORD-HISTORY-REC.
       01  ORD-HISTORY-REC.
           05  OH-ORDER-NO              PIC X(18).
           05  OH-ARTIST-ACCT-NO        PIC X(08).
           05  OH-INSTRUMENT-TYPE       PIC X(06).
           05  OH-INSTRUMENT-QUALITY    PIC X(01).
           05  OH-SHIP-TO               PIC X(03).
           05  OH-INSTR-PRICE           PIC 9(05)V99.
           05  OH-QUAL-ADJ              PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
           05  OH-TAX                   PIC 9(05)V99.
           05  OH-SHIP                  PIC 9(05)V99.
           05  OH-TOTAL                 PIC 9(07)V99.
           05  OH-CURRENCY-CODE         PIC X(03).
           05  OH-CONVERTED-TOTAL       PIC 9(09)V99.
           05  OH-QTY                   PIC 9(03).
           05  FILLER                   PIC X(09).
      *
      * Warehouse Inventory Master - Shipped Units Leave On-Hand And
      * Committed Together
       FD  INVMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-REC.
       01  INVENTORY-MASTER-REC.
           05  IM-INSTRUMENT-TYPE       PIC X(06).
           05  IM-INSTRUMENT-QUALITY    PIC X(01).
           05  IM-ON-HAND-QTY           PIC 9(05).
           05  IM-COMMITTED-QTY         PIC 9(05).
           05  IM-REORDER-POINT         PIC 9(05).
           05  IM-REORDER-QTY           PIC 9(05).
           05  IM-UNIT-COST             PIC 9(05)V99.
           05  FILLER                   PIC X(06).
      *
      * Updated Inventory Master Written At Close With The Shipped
      * Units Relieved
       FD  INVMSTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-MASTER-OUT-REC.
       01  INVENTORY-MASTER-OUT-REC.
           05  IMO-INSTRUMENT-TYPE      PIC X(06).
           05  IMO-INSTRUMENT-QUALITY   PIC X(01).
           05  IMO-ON-HAND-QTY          PIC 9(05).
           05  IMO-COMMITTED-QTY        PIC 9(05).
           05  IMO-REORDER-POINT        PIC 9(05).
           05  IMO-REORDER-QTY          PIC 9(05).
           05  IMO-UNIT-COST            PIC 9(05)V99.
           05  FILLER                   PIC X(06).
      *
      * Cumulative Cost Of Goods History - One Record Per Shipped
      * Order: Merchandise Revenue (Net Of Tax And Freight) Against
      * The Shipped Units At The Weighted-Average Unit Cost
       FD  COGSHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COGS-HISTORY-REC.
       01  COGS-HISTORY-REC.
           05  CG-ORDER-NO              PIC X(18).
           05  CG-ARTIST-ACCT-NO        PIC X(08).
           05  CG-INSTRUMENT-TYPE       PIC X(06).
           05  CG-INSTRUMENT-QUALITY    PIC X(01).
           05  CG-SHIP-DATE             PIC 9(08).
           05  CG-QTY                   PIC 9(03).
           05  CG-REVENUE               PIC 9(07)V99.
           05  CG-UNIT-COST             PIC 9(05)V99.
           05  CG-COST                  PIC 9(07)V99.
           05  CG-POST-DATE             PIC 9(08).
           05  FILLER                   PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01 WS-SORT-EOF                   PIC X(01) VALUE SPACE.
           88  ORDSTAT-EOF              VALUE 'Y'.
       01 WS-SHIPCONF-EOF               PIC X(01) VALUE SPACE.
           88  SHIPCONF-EOF             VALUE 'Y'.
       01 WS-ORDHIST-EOF                PIC X(01) VALUE SPACE.
           88  ORDHIST-EOF              VALUE 'Y'.
       01 WS-INVMST-EOF                 PIC X(01) VALUE SPACE.
           88  INVMST-EOF               VALUE 'Y'.
      *
      * ORDSTAT Is Cumulative - Shipped Orders Stay On File So The
      * Office Can Quote The Carrier And Tracking Back To A Caller
           88  STATUS-FOUND             VALUE 'Y'.
       01 WS-FIND-ORDER-NO              PIC X(18) VALUE SPACES.
      *
      * ORDHIST Is Cumulative And Arrives In Order-Number Sequence
      * (FAVORD Appends In Assignment Order), So The Table Is Sized
      * For Years Of Order Volume And Binary Searched. Only What The
      * Relief And Cost Of Goods Need Is Kept.
       01 WS-OH-TABLE-DATA.
           05  WS-OH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-OH-TABLE OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-OH-TABLE-COUNT
               ASCENDING KEY IS WS-OH-ORDER-NO
               INDEXED BY WS-OH-IDX.
               10  WS-OH-ORDER-NO       PIC X(18).
               10  WS-OH-ARTIST-ACCT-NO PIC X(08).
               10  WS-OH-INSTRUMENT-TYPE PIC X(06).
               10  WS-OH-INSTRUMENT-QUALITY PIC X(01).
               10  WS-OH-REVENUE        PIC 9(07)V99.
               10  WS-OH-QTY            PIC 9(03).
       01 WS-OH-PREV-ORDER-NO           PIC X(18) VALUE LOW-VALUES.
       01 WS-ORDER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  ORDER-FOUND              VALUE 'Y'.
       01 WS-OH-SUB                     PIC 9(06) COMP VALUE ZERO.
      *
       01 WS-INV-TABLE-DATA.
           05  WS-INV-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-INV-TABLE OCCURS 50 TIMES
               INDEXED BY WS-IM-IDX.
               10  WS-IM-INSTRUMENT-TYPE    PIC X(06).
               10  WS-IM-INSTRUMENT-QUALITY PIC X(01).
               10  WS-IM-ON-HAND-QTY        PIC 9(05).
               10  WS-IM-COMMITTED-QTY      PIC 9(05).
               10  WS-IM-REORDER-POINT      PIC 9(05).
               10  WS-IM-REORDER-QTY        PIC 9(05).
               10  WS-IM-UNIT-COST          PIC 9(05)V99.
       01 WS-INV-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INV-FOUND                VALUE 'Y'.
      *
      * Orders Allocated This Many Days Without A Ship Confirm Land
      * On The Open-Orders Exception Report
       01 WS-STALE-DAYS                 PIC 9(03) VALUE 7.
       01 WS-SHIPPED-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-UNKNOWN-CONF-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-STALE-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-DUP-CONF-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-RELIEVED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-NO-RELIEF-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-CANCEL-SKIP-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-CANCEL-CONF-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-COGS-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       01 WS-COGS-AMT                   PIC 9(07)V99 VALUE ZERO.
      *
       01 WS-PREV-GROUP-KEY.
           05  WS-PREV-GROUP-TYPE       PIC X(06).
           05  FILLER         PIC X(34)
               VALUE 'SHIP CONFIRM FOR UNKNOWN ORDER NO '.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  OPN-RELIEF-LINE.
           05  OPN-RLF-ORDER-NO-OUT PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  OPN-RLF-MSG-OUT PIC X(40).
           05  FILLER         PIC X(20) VALUE SPACES.
       01  OPN-TRAILER-1.
           05  FILLER         PIC X(15) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(65) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  OPN-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(48) VALUE SPACES.
       01  OPN-TRAILER-3.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE 'COST OF GOODS '.
           05  FILLER         PIC X(07) VALUE 'TOTAL: '.
           05  OPN-COGS-OUT   PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  BLANK-LINE.
           05  FILLER         PIC X(80) VALUE SPACES.
                OUTPUT PROCEDURE 100-PRINT-PICK-LIST.
           PERFORM 300-APPLY-SHIP-CONFIRMS UNTIL SHIPCONF-EOF.
           PERFORM 500-WRITE-STATUS-FILE.
           PERFORM 505-WRITE-INVENTORY-MASTER.
           PERFORM 510-REPORT-STALE-ORDERS.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           OPEN OUTPUT PICKLIST.
           OPEN OUTPUT ORDSTATN.
           OPEN OUTPUT OPENORD.
           OPEN INPUT INVMST.
           OPEN OUTPUT INVMSTO.
           OPEN EXTEND COGSHIST.
           PERFORM 150-LOAD-STATUS-FILE.
           PERFORM 155-LOAD-ORDER-HISTORY.
           PERFORM 157-LOAD-INVENTORY-MASTER.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-SHIPCONF.
       150-LOAD-STATUS-FILE.
                END-READ
           END-PERFORM.
           CLOSE ORDSTAT.
       155-LOAD-ORDER-HISTORY.
      * Load The Order History, Proving It Is In Order-Number
      * Sequence So The Binary Search In 320-FIND-ORDER Is Sound.
      * Merchandise Revenue Is The Billed Total Less Tax And Freight.
           OPEN INPUT ORDHIST.
           MOVE SPACE TO WS-ORDHIST-EOF.
           MOVE LOW-VALUES TO WS-OH-PREV-ORDER-NO.
           PERFORM UNTIL ORDHIST-EOF
                READ ORDHIST
                     AT END MOVE 'Y' TO WS-ORDHIST-EOF
                     NOT AT END
                          IF WS-OH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVSHP: ORDHIST EXCEEDS WS-OH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          IF OH-ORDER-NO < WS-OH-PREV-ORDER-NO
                               DISPLAY 'FAVSHP: ORDHIST NOT IN '
                                    'ORDER-NO SEQUENCE - RUN '
                                    'TERMINATED'
                               STOP RUN
                          END-IF
                          MOVE OH-ORDER-NO TO WS-OH-PREV-ORDER-NO
                          ADD 1 TO WS-OH-TABLE-COUNT
                          SET WS-OH-IDX TO WS-OH-TABLE-COUNT
                          MOVE OH-ORDER-NO TO
                               WS-OH-ORDER-NO(WS-OH-IDX)
                          MOVE OH-ARTIST-ACCT-NO TO
                               WS-OH-ARTIST-ACCT-NO(WS-OH-IDX)
                          MOVE OH-INSTRUMENT-TYPE TO
                               WS-OH-INSTRUMENT-TYPE(WS-OH-IDX)
                          MOVE OH-INSTRUMENT-QUALITY TO
                               WS-OH-INSTRUMENT-QUALITY(WS-OH-IDX)
                          IF OH-QTY IS NUMERIC AND OH-QTY > ZERO
                               MOVE OH-QTY TO WS-OH-QTY(WS-OH-IDX)
                          ELSE
                               MOVE 1 TO WS-OH-QTY(WS-OH-IDX)
                          END-IF
                          COMPUTE WS-OH-REVENUE(WS-OH-IDX) =
                               OH-TOTAL - (OH-TAX + OH-SHIP)
                               * WS-OH-QTY(WS-OH-IDX)
                END-READ
           END-PERFORM.
           CLOSE ORDHIST.
       157-LOAD-INVENTORY-MASTER.
      * Load The Warehouse Inventory Into A Working-Storage Table
           MOVE SPACE TO WS-INVMST-EOF.
           PERFORM UNTIL INVMST-EOF
                READ INVMST
                     AT END MOVE 'Y' TO WS-INVMST-EOF
                     NOT AT END
                          IF WS-INV-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVSHP: INVMST EXCEEDS WS-INV-TABLE '
                                  'CAPACITY OF 50 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-INV-TABLE-COUNT
                          SET WS-IM-IDX TO WS-INV-TABLE-COUNT
                          MOVE IM-INSTRUMENT-TYPE TO
                               WS-IM-INSTRUMENT-TYPE(WS-IM-IDX)
                          MOVE IM-INSTRUMENT-QUALITY TO
                               WS-IM-INSTRUMENT-QUALITY(WS-IM-IDX)
                          MOVE IM-ON-HAND-QTY TO
                               WS-IM-ON-HAND-QTY(WS-IM-IDX)
                          MOVE IM-COMMITTED-QTY TO
                               WS-IM-COMMITTED-QTY(WS-IM-IDX)
                          MOVE IM-REORDER-POINT TO
                               WS-IM-REORDER-POINT(WS-IM-IDX)
                          MOVE IM-REORDER-QTY TO
                               WS-IM-REORDER-QTY(WS-IM-IDX)
                          MOVE IM-UNIT-COST TO
                               WS-IM-UNIT-COST(WS-IM-IDX)
                END-READ
           END-PERFORM.
       100-PRINT-PICK-LIST.
      * Control Break On Type/Quality Over The Sorted Day's Orders
           PERFORM 200-RETURN-SORTED.
           PERFORM 110-PICK-ONE-ORDER UNTIL SORT-EOF.
       110-PICK-ONE-ORDER.
      * A Cancelled Order Is Passed By Before It Can Open A Group
           MOVE SW-ORDER-NO TO WS-FIND-ORDER-NO.
           PERFORM 140-FIND-STATUS-ENTRY.
           IF STATUS-FOUND
              AND WS-OS-STATUS(WS-OS-IDX) = 'C'
                ADD 1 TO WS-CANCEL-SKIP-COUNT
           ELSE
                IF FIRST-RECORD
                   OR SW-INSTRUMENT-TYPE NOT = WS-PREV-GROUP-TYPE
                   OR SW-INSTRUMENT-QUALITY NOT =
                        WS-PREV-GROUP-QUALITY
                     MOVE 'N' TO WS-FIRST-SWITCH
                     MOVE SW-INSTRUMENT-TYPE TO WS-PREV-GROUP-TYPE
                     MOVE SW-INSTRUMENT-QUALITY TO
                          WS-PREV-GROUP-QUALITY
                     PERFORM 120-WRITE-GROUP-BANNER
                END-IF
                MOVE SW-ORDER-NO TO PICK-ORDER-NO-OUT
                MOVE SW-ARTIST-ACCT-NO TO PICK-ACCT-NO-OUT
                MOVE SW-SHIP-TO TO PICK-SHIP-TO-OUT
                WRITE PICKLIST-REC FROM PICK-DETAIL-LINE
                ADD 1 TO WS-PICK-COUNT
                PERFORM 130-POST-ORDER-STATUS
           END-IF.
           PERFORM 200-RETURN-SORTED.
       120-WRITE-GROUP-BANNER.
           MOVE WS-PREV-GROUP-TYPE TO PICK-GROUP-TYPE-OUT.
           ADD 1 TO WS-CONFIRM-COUNT.
           MOVE SC-ORDER-NO TO WS-FIND-ORDER-NO.
           PERFORM 140-FIND-STATUS-ENTRY.
           EVALUATE TRUE
           WHEN STATUS-FOUND
            AND WS-OS-STATUS(WS-OS-IDX) = 'S'
      * A Second Confirmation Updates The Carrier Reference Only -
      * The Units Left The Building The First Time
                MOVE SC-CARRIER TO WS-OS-CARRIER(WS-OS-IDX)
                MOVE SC-TRACKING TO WS-OS-TRACKING(WS-OS-IDX)
                ADD 1 TO WS-DUP-CONF-COUNT
           WHEN STATUS-FOUND
            AND WS-OS-STATUS(WS-OS-IDX) = 'C'
      * The Order Was Cancelled And Credited - Its Units Were Already
      * Released From Committed, So Nothing Is Relieved Here
                ADD 1 TO WS-CANCEL-CONF-COUNT
                MOVE SC-ORDER-NO TO OPN-RLF-ORDER-NO-OUT
                MOVE 'SHIP CONFIRM FOR CANCELLED ORDER' TO
                     OPN-RLF-MSG-OUT
                WRITE OPENORD-REC FROM OPN-RELIEF-LINE
           WHEN STATUS-FOUND
                MOVE 'S' TO WS-OS-STATUS(WS-OS-IDX)
                MOVE SC-SHIP-DATE TO WS-OS-SHIP-DATE(WS-OS-IDX)
                MOVE SC-CARRIER TO WS-OS-CARRIER(WS-OS-IDX)
                MOVE SC-TRACKING TO WS-OS-TRACKING(WS-OS-IDX)
                ADD 1 TO WS-SHIPPED-COUNT
                PERFORM 310-RELIEVE-INVENTORY
           WHEN OTHER
                ADD 1 TO WS-UNKNOWN-CONF-COUNT
                MOVE SC-ORDER-NO TO OPN-UNK-ORDER-NO-OUT
                WRITE OPENORD-REC FROM OPN-UNKNOWN-LINE
           END-EVALUATE.
           PERFORM 400-READ-SHIPCONF.
       310-RELIEVE-INVENTORY.
      * Take The Shipped Units Out Of On-Hand And Committed And Cost
      * Them At The Weighted-Average Unit Cost
           PERFORM 320-FIND-ORDER.
           IF NOT ORDER-FOUND
                ADD 1 TO WS-NO-RELIEF-COUNT
                MOVE SC-ORDER-NO TO OPN-RLF-ORDER-NO-OUT
                MOVE 'SHIPPED - NOT ON ORDHIST, NOT RELIEVED'
                     TO OPN-RLF-MSG-OUT
                WRITE OPENORD-REC FROM OPN-RELIEF-LINE
           ELSE
                PERFORM 330-FIND-INVENTORY
                IF NOT INV-FOUND
                     ADD 1 TO WS-NO-RELIEF-COUNT
                     MOVE SC-ORDER-NO TO OPN-RLF-ORDER-NO-OUT
                     MOVE 'SHIPPED - NO INVMST RECORD, NOT RELIEVED'
                          TO OPN-RLF-MSG-OUT
                     WRITE OPENORD-REC FROM OPN-RELIEF-LINE
                ELSE
                     PERFORM 340-RELIEVE-UNITS
                     PERFORM 520-WRITE-COGS
                END-IF
           END-IF.
       320-FIND-ORDER.
      * Binary Search The Order History For The Shipped Order
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           IF WS-OH-TABLE-COUNT > ZERO
                SEARCH ALL WS-OH-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-OH-ORDER-NO(WS-OH-IDX) = SC-ORDER-NO
                          MOVE 'Y' TO WS-ORDER-FOUND-SWITCH
                          SET WS-OH-SUB TO WS-OH-IDX
                END-SEARCH
           END-IF.
       330-FIND-INVENTORY.
           MOVE 'N' TO WS-INV-FOUND-SWITCH.
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                UNTIL WS-IM-IDX > WS-INV-TABLE-COUNT
                     OR INV-FOUND
                IF WS-OH-INSTRUMENT-TYPE(WS-OH-SUB) =
                        WS-IM-INSTRUMENT-TYPE(WS-IM-IDX)
                   AND WS-OH-INSTRUMENT-QUALITY(WS-OH-SUB) =
                        WS-IM-INSTRUMENT-QUALITY(WS-IM-IDX)
                     MOVE 'Y' TO WS-INV-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF INV-FOUND
                SET WS-IM-IDX DOWN BY 1
           END-IF.
       340-RELIEVE-UNITS.
      * Neither Count Is Driven Below Zero - A Short Book Figure Is
      * For The Physical Count To Put Right
           IF WS-IM-ON-HAND-QTY(WS-IM-IDX) > WS-OH-QTY(WS-OH-SUB)
                SUBTRACT WS-OH-QTY(WS-OH-SUB) FROM
                     WS-IM-ON-HAND-QTY(WS-IM-IDX)
           ELSE
                MOVE ZERO TO WS-IM-ON-HAND-QTY(WS-IM-IDX)
           END-IF.
           IF WS-IM-COMMITTED-QTY(WS-IM-IDX) > WS-OH-QTY(WS-OH-SUB)
                SUBTRACT WS-OH-QTY(WS-OH-SUB) FROM
                     WS-IM-COMMITTED-QTY(WS-IM-IDX)
           ELSE
                MOVE ZERO TO WS-IM-COMMITTED-QTY(WS-IM-IDX)
           END-IF.
           ADD 1 TO WS-RELIEVED-COUNT.
       400-READ-SHIPCONF.
           READ SHIPCONF
                AT END MOVE 'Y' TO WS-SHIPCONF-EOF
                MOVE WS-OS-TRACKING(WS-OS-IDX) TO OSN-TRACKING
                WRITE ORDER-STATUS-NEW-REC
           END-PERFORM.
       505-WRITE-INVENTORY-MASTER.
      * Roll The Relieved Counts To The New Inventory Master
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                UNTIL WS-IM-IDX > WS-INV-TABLE-COUNT
                MOVE SPACES TO INVENTORY-MASTER-OUT-REC
                MOVE WS-IM-INSTRUMENT-TYPE(WS-IM-IDX) TO
                     IMO-INSTRUMENT-TYPE
                MOVE WS-IM-INSTRUMENT-QUALITY(WS-IM-IDX) TO
                     IMO-INSTRUMENT-QUALITY
                MOVE WS-IM-ON-HAND-QTY(WS-IM-IDX) TO
                     IMO-ON-HAND-QTY
                MOVE WS-IM-COMMITTED-QTY(WS-IM-IDX) TO
                     IMO-COMMITTED-QTY
                MOVE WS-IM-REORDER-POINT(WS-IM-IDX) TO
                     IMO-REORDER-POINT
                MOVE WS-IM-REORDER-QTY(WS-IM-IDX) TO
                     IMO-REORDER-QTY
                MOVE WS-IM-UNIT-COST(WS-IM-IDX) TO
                     IMO-UNIT-COST
                WRITE INVENTORY-MASTER-OUT-REC
           END-PERFORM.
       510-REPORT-STALE-ORDERS.
      * Anything Not Shipped Within The Stale-Order Limit Is An
      * Exception The Office Should Be Chasing. A Cancelled Order
      * Is Closed, Not Open.
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
                UNTIL WS-OS-IDX > WS-OS-TABLE-COUNT
                IF WS-OS-STATUS(WS-OS-IDX) NOT = 'S'
                   AND WS-OS-STATUS(WS-OS-IDX) NOT = 'C'
                     COMPUTE WS-ALLOC-INTEGER =
                          FUNCTION INTEGER-OF-DATE(
                               WS-OS-ALLOC-DATE(WS-OS-IDX))
                     END-IF
                END-IF
           END-PERFORM.
       520-WRITE-COGS.
      * Record The Shipped Order's Revenue And Cost Of Goods
           COMPUTE WS-COGS-AMT =
                WS-OH-QTY(WS-OH-SUB) * WS-IM-UNIT-COST(WS-IM-IDX).
           MOVE SPACES TO COGS-HISTORY-REC.
           MOVE SC-ORDER-NO TO CG-ORDER-NO.
           MOVE WS-OH-ARTIST-ACCT-NO(WS-OH-SUB) TO CG-ARTIST-ACCT-NO.
           MOVE WS-OH-INSTRUMENT-TYPE(WS-OH-SUB) TO
                CG-INSTRUMENT-TYPE.
           MOVE WS-OH-INSTRUMENT-QUALITY(WS-OH-SUB) TO
                CG-INSTRUMENT-QUALITY.
           MOVE SC-SHIP-DATE TO CG-SHIP-DATE.
           MOVE WS-OH-QTY(WS-OH-SUB) TO CG-QTY.
           MOVE WS-OH-REVENUE(WS-OH-SUB) TO CG-REVENUE.
           MOVE WS-IM-UNIT-COST(WS-IM-IDX) TO CG-UNIT-COST.
           MOVE WS-COGS-AMT TO CG-COST.
           MOVE WS-CURRENT-DATE-NUM TO CG-POST-DATE.
           WRITE COGS-HISTORY-REC.
           ADD WS-COGS-AMT TO WS-COGS-TOTAL.
       600-CLOSE-FILES.
           CLOSE SHIPCONF.
           CLOSE PICKLIST, ORDSTATN, OPENORD.
           CLOSE INVMST, INVMSTO, COGSHIST.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE 'SHIPPED       ' TO OPN-CTL-LABEL.
           MOVE WS-SHIPPED-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'DUP CONFIRMS  ' TO OPN-CTL-LABEL.
           MOVE WS-DUP-CONF-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'RELIEVED      ' TO OPN-CTL-LABEL.
           MOVE WS-RELIEVED-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'NOT RELIEVED  ' TO OPN-CTL-LABEL.
           MOVE WS-NO-RELIEF-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'UNKNOWN CONF  ' TO OPN-CTL-LABEL.
           MOVE WS-UNKNOWN-CONF-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'CXL SKIPPED   ' TO OPN-CTL-LABEL.
           MOVE WS-CANCEL-SKIP-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'CXL CONFIRMS  ' TO OPN-CTL-LABEL.
           MOVE WS-CANCEL-CONF-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE 'STALE OPEN    ' TO OPN-CTL-LABEL.
           MOVE WS-STALE-COUNT TO OPN-CTL-COUNT.
           WRITE OPENORD-REC FROM OPN-TRAILER-2.
           MOVE WS-COGS-TOTAL TO OPN-COGS-OUT.
           WRITE OPENORD-REC FROM OPN-TRAILER-3.
