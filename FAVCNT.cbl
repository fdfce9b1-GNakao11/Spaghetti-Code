       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVCNT.
      * Physical Inventory And Cycle Count. One Program Run Three Ways,
      * Selected By The Run Mode On The CNTPARM Card:
      *    F - Freeze: Copies The Book On-Hand From INVMST (All Types,
      *        Or Just The Type On The Card For A Cycle Count) To The
      *        CNTSNAP Snapshot And Prints Blind Count Sheets On CNTRPT
      *        By Instrument Type And Quality Grade.
      *    V - Variance: Applies The CNTTRAN Count Tickets To The
      *        Snapshot And Prints Book Versus Count, The Unit And
      *        Cost Variance And The Percentage Off. Nothing Posts.
      *    P - Post: As V, Then Posts Each Approved Variance To The
      *        Current INVMST As An On-Hand Adjustment (Count Less
      *        Frozen Book, So Receipts And Shipments Since The Freeze
      *        Stand), Writes INVMSTO, And Appends An Audit Record Of
      *        Who Counted, Who Approved And Why To The Cumulative
      *        CNTAUD File. The Approver Is Required On The Card, A
      *        Variance With No Reason On Its Ticket Is Held, And Each
      *        Entry Posted Is Marked On The Snapshot So It Cannot Post
      *        Twice. Held And Uncounted Entries Stay Open For A Later
      *        Post Run Once The Ticket Is Corrected.
      * A Later Ticket For The Same Type/Grade Is A Recount And
      * Replaces The Earlier One.
      *
      * CNTPARM Layout:
      *    CP-RUN-MODE     F / V / P
      *    CP-TYPE-FILTER  Instrument Type To Cycle Count (Freeze
      *                    Only), Spaces For A Full Physical
      *    CP-APPROVED-BY  Approver Id - Required For P
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTPARM ASSIGN TO CNTPARM.
           SELECT INVMST ASSIGN TO INVMST.
           SELECT INVMSTO ASSIGN TO INVMSTO.
           SELECT OPTIONAL CNTSNAP ASSIGN TO CNTSNAP.
           SELECT OPTIONAL CNTTRAN ASSIGN TO CNTTRAN.
           SELECT OPTIONAL CNTAUD ASSIGN TO CNTAUD.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT CNTRPT ASSIGN TO CNTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CNTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-PARM-REC.
       01  COUNT-PARM-REC.
           05  CP-RUN-MODE              PIC X(01).
           05  CP-TYPE-FILTER           PIC X(06).
           05  CP-APPROVED-BY           PIC X(08).
           05  FILLER                   PIC X(65).
      *
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
      * Updated Inventory Master Written In Post Mode With The Count
      * Adjustments Applied To On-Hand
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
      * Frozen Book Quantities, In Type/Grade Order
       FD  CNTSNAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-SNAPSHOT-REC.
       01  COUNT-SNAPSHOT-REC.
           05  CS-INSTRUMENT-TYPE       PIC X(06).
           05  CS-INSTRUMENT-QUALITY    PIC X(01).
           05  CS-BOOK-QTY              PIC 9(05).
           05  CS-UNIT-COST             PIC 9(05)V99.
           05  CS-FREEZE-DATE           PIC 9(08).
           05  CS-POSTED-FLAG           PIC X(01).
           05  FILLER                   PIC X(12).
      *
      * Count Tickets From The Warehouse Floor
       FD  CNTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-TRAN-REC.
       01  COUNT-TRAN-REC.
           05  CT-INSTRUMENT-TYPE       PIC X(06).
           05  CT-INSTRUMENT-QUALITY    PIC X(01).
           05  CT-COUNTED-QTY           PIC 9(05).
           05  CT-COUNTED-BY            PIC X(08).
           05  CT-REASON                PIC X(30).
           05  FILLER                   PIC X(30).
      *
      * Count Adjustment Audit Trail - Cumulative, One Record Per
      * Posted Adjustment
       FD  CNTAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-AUDIT-REC.
       01  COUNT-AUDIT-REC.
           05  CA-POST-DATE             PIC 9(08).
           05  CA-INSTRUMENT-TYPE       PIC X(06).
           05  CA-INSTRUMENT-QUALITY    PIC X(01).
           05  CA-BOOK-QTY              PIC 9(05).
           05  CA-COUNTED-QTY           PIC 9(05).
           05  CA-ADJUST-QTY            PIC S9(05)
                                        SIGN LEADING SEPARATE.
           05  CA-COUNTED-BY            PIC X(08).
           05  CA-APPROVED-BY           PIC X(08).
           05  CA-REASON                PIC X(30).
           05  FILLER                   PIC X(03).
      *
       SD  SORTWK
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05  SW-INSTRUMENT-TYPE       PIC X(06).
           05  SW-INSTRUMENT-QUALITY    PIC X(01).
           05  SW-BOOK-QTY              PIC 9(05).
           05  SW-UNIT-COST             PIC 9(05)V99.
           05  FILLER                   PIC X(21).
      *
       FD  CNTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTRPT-REC.
       01  CNTRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-INVMST-EOF                 PIC X(01) VALUE SPACE.
           88  INVMST-EOF               VALUE 'Y'.
       01 WS-CNTSNAP-EOF                PIC X(01) VALUE SPACE.
           88  CNTSNAP-EOF              VALUE 'Y'.
       01 WS-CNTTRAN-EOF                PIC X(01) VALUE SPACE.
           88  CNTTRAN-EOF              VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X(01) VALUE SPACE.
           88  SORT-EOF                 VALUE 'Y'.
      *
       01 WS-RUN-MODE                   PIC X(01) VALUE SPACE.
           88  FREEZE-RUN               VALUE 'F'.
           88  VARIANCE-RUN             VALUE 'V'.
           88  POST-RUN                 VALUE 'P'.
       01 WS-TYPE-FILTER                PIC X(06) VALUE SPACES.
       01 WS-APPROVED-BY                PIC X(08) VALUE SPACES.
       01 WS-FREEZE-DATE                PIC 9(08) VALUE ZERO.
       01 WS-PREV-TYPE                  PIC X(06) VALUE SPACES.
      *
      * Frozen Snapshot With The Count Applied
       01 WS-SNAP-TABLE-DATA.
           05  WS-SNAP-TABLE-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-SNAP-TABLE OCCURS 50 TIMES
               INDEXED BY WS-SNAP-IDX.
               10  WS-SNAP-INSTRUMENT-TYPE    PIC X(06).
               10  WS-SNAP-INSTRUMENT-QUALITY PIC X(01).
               10  WS-SNAP-BOOK-QTY           PIC 9(05).
               10  WS-SNAP-UNIT-COST          PIC 9(05)V99.
               10  WS-SNAP-COUNTED-SW         PIC X(01).
               10  WS-SNAP-COUNTED-QTY        PIC 9(05).
               10  WS-SNAP-COUNTED-BY         PIC X(08).
               10  WS-SNAP-REASON             PIC X(30).
               10  WS-SNAP-POSTED-SW          PIC X(01).
       01 WS-SNAP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  SNAP-FOUND               VALUE 'Y'.
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
      * Count Tickets For A Type/Grade Not On The Snapshot
       01 WS-REJ-TABLE-DATA.
           05  WS-REJ-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-REJ-TABLE OCCURS 100 TIMES
               INDEXED BY WS-REJ-IDX.
               10  WS-REJ-INSTRUMENT-TYPE    PIC X(06).
               10  WS-REJ-INSTRUMENT-QUALITY PIC X(01).
               10  WS-REJ-COUNTED-QTY        PIC 9(05).
               10  WS-REJ-COUNTED-BY         PIC X(08).
               10  WS-REJ-STATUS             PIC X(12).
      *
       01 WS-VARIANCE-QTY               PIC S9(05) VALUE ZERO.
       01 WS-VARIANCE-VALUE             PIC S9(09)V99 VALUE ZERO.
       01 WS-VARIANCE-PCT               PIC S9(03)V9 VALUE ZERO.
       01 WS-NEW-ON-HAND                PIC S9(06) VALUE ZERO.
       01 WS-ADJUST-QTY                 PIC S9(06) VALUE ZERO.
       01 WS-ADJUST-VALUE               PIC S9(09)V99 VALUE ZERO.
       01 WS-LINE-STATUS                PIC X(12) VALUE SPACES.
      *
       01 WS-SNAP-ITEM-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-TICKET-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-RECOUNT-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-COUNTED-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-NOT-COUNTED-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-VARIANCE-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-POSTED-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-HELD-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-PREV-POSTED-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-NET-ADJUST-QTY             PIC S9(07) VALUE ZERO.
       01 WS-NET-ADJUST-VALUE           PIC S9(09)V99 VALUE ZERO.
      *
       01  CNT-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'DATE '.
           05  HDR-YR         PIC 9(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  HDR-MO         PIC 9(02).
           05  FILLER         PIC X(01) VALUE '/'.
           05  HDR-DAY        PIC 9(02).
           05  FILLER         PIC X(16) VALUE SPACES.
           05  FILLER         PIC X(18)
                              VALUE 'GLENN''S MUSIC BARN'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  CNT-HEADER-2.
           05  FILLER         PIC X(25) VALUE SPACES.
           05  CNT-TITLE-OUT  PIC X(30).
           05  FILLER         PIC X(25) VALUE SPACES.
       01  CNT-HEADER-2B.
           05  FILLER         PIC X(15) VALUE 'SNAPSHOT DATE: '.
           05  CNT-FREEZE-OUT PIC 9(08).
           05  FILLER         PIC X(09) VALUE '   TYPE: '.
           05  CNT-FILTER-OUT PIC X(06).
           05  FILLER         PIC X(16) VALUE '   APPROVED BY: '.
           05  CNT-APPROVER-OUT PIC X(08).
           05  FILLER         PIC X(18) VALUE SPACES.
      *
      * Count Sheet - Blind, The Book Quantity Is Not Shown
       01  CNT-SHEET-HEADER-3.
           05  FILLER         PIC X(10) VALUE 'TYPE      '.
           05  FILLER         PIC X(09) VALUE 'GRADE    '.
           05  FILLER         PIC X(14) VALUE 'COUNTED       '.
           05  FILLER         PIC X(14) VALUE 'COUNTED BY    '.
           05  FILLER         PIC X(20) VALUE 'NOTES'.
           05  FILLER         PIC X(13) VALUE SPACES.
       01  CNT-SHEET-HEADER-4.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ALL '-'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE ALL '-'.
           05  FILLER         PIC X(13) VALUE SPACES.
       01  CNT-SHEET-LINE.
           05  CNT-SHEET-TYPE-OUT PIC X(06).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  CNT-SHEET-QLTY-OUT PIC X(01).
           05  FILLER         PIC X(08) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '_'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '_'.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE ALL '_'.
           05  FILLER         PIC X(13) VALUE SPACES.
      *
      * Variance Report And Adjustment Register
       01  CNT-VAR-HEADER-3.
           05  FILLER         PIC X(08) VALUE 'TYPE    '.
           05  FILLER         PIC X(04) VALUE 'G   '.
           05  FILLER         PIC X(08) VALUE '  BOOK  '.
           05  FILLER         PIC X(08) VALUE ' COUNT  '.
           05  FILLER         PIC X(08) VALUE '   VAR  '.
           05  FILLER         PIC X(08) VALUE '  PCT%  '.
           05  FILLER         PIC X(14) VALUE '  COST VALUE  '.
           05  FILLER         PIC X(10) VALUE 'COUNTER   '.
           05  FILLER         PIC X(12) VALUE 'STATUS'.
       01  CNT-VAR-HEADER-4.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE ALL '-'.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
       01  CNT-VAR-LINE.
           05  CNT-TYPE-OUT   PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-QLTY-OUT   PIC X(01).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  CNT-BOOK-OUT   PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-COUNT-OUT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-VAR-OUT    PIC --,--9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-PCT-OUT    PIC ---9.9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-VALUE-OUT  PIC $$$$,$$9.99-.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-COUNTER-OUT PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CNT-STATUS-OUT PIC X(12).
       01  CNT-REASON-LINE.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'REASON: '.
           05  CNT-REASON-OUT PIC X(30).
           05  FILLER         PIC X(30) VALUE SPACES.
       01  CNT-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  CNT-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  CNT-CTL-LABEL  PIC X(15).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  CNT-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(47) VALUE SPACES.
       01  CNT-TRAILER-3.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'NET UNITS:     '.
           05  CNT-NET-UNITS-OUT PIC -,---,--9.
           05  FILLER         PIC X(51) VALUE SPACES.
       01  CNT-TRAILER-4.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'NET COST VALUE:'.
           05  CNT-NET-VALUE-OUT PIC $$$,$$$,$$9.99-.
           05  FILLER         PIC X(45) VALUE SPACES.
      *
       01  BLANK-LINE.
           05  FILLER         PIC X(80) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF FREEZE-RUN
                SORT SORTWK ON ASCENDING KEY SW-INSTRUMENT-TYPE
                                             SW-INSTRUMENT-QUALITY
                     INPUT PROCEDURE 050-RELEASE-INVENTORY
                     OUTPUT PROCEDURE 100-WRITE-COUNT-SHEETS
           ELSE
                PERFORM 200-APPLY-COUNTS
                PERFORM 300-REPORT-VARIANCES
                PERFORM 510-WRITE-COUNT-REJECTS
                IF POST-RUN
                     PERFORM 505-WRITE-INVENTORY-MASTER
                     PERFORM 520-MARK-SNAPSHOT-POSTED
                END-IF
           END-IF.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine - Read The Run Card And Open The Files
      * This Mode Needs
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 010-READ-COUNT-PARM.
           OPEN OUTPUT CNTRPT.
           EVALUATE TRUE
                WHEN FREEZE-RUN
                     MOVE WS-CURRENT-DATE-NUM TO WS-FREEZE-DATE
                     OPEN INPUT INVMST
                     OPEN OUTPUT CNTSNAP
                     MOVE '     PHYSICAL COUNT SHEET' TO CNT-TITLE-OUT
                WHEN VARIANCE-RUN
                     PERFORM 150-LOAD-SNAPSHOT
                     OPEN INPUT CNTTRAN
                     MOVE '    COUNT VARIANCE REPORT' TO CNT-TITLE-OUT
                WHEN POST-RUN
                     PERFORM 150-LOAD-SNAPSHOT
                     OPEN INPUT CNTTRAN
                     OPEN INPUT INVMST
                     OPEN OUTPUT INVMSTO
                     OPEN EXTEND CNTAUD
                     PERFORM 160-LOAD-INVENTORY-MASTER
                     MOVE '  COUNT ADJUSTMENT REGISTER' TO
                          CNT-TITLE-OUT
           END-EVALUATE.
           PERFORM 700-WRITE-HEADERS.
       010-READ-COUNT-PARM.
      * The Run Card Is Required; Post Mode Must Name Its Approver
           OPEN INPUT CNTPARM.
           READ CNTPARM
                AT END
                     DISPLAY 'FAVCNT: CNTPARM RUN CARD MISSING '
                          '- RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
           END-READ.
           MOVE CP-RUN-MODE TO WS-RUN-MODE.
           MOVE CP-TYPE-FILTER TO WS-TYPE-FILTER.
           MOVE CP-APPROVED-BY TO WS-APPROVED-BY.
           CLOSE CNTPARM.
           IF NOT FREEZE-RUN AND NOT VARIANCE-RUN AND NOT POST-RUN
                DISPLAY 'FAVCNT: CNTPARM RUN MODE MUST BE F, V OR P '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF POST-RUN AND WS-APPROVED-BY = SPACES
                DISPLAY 'FAVCNT: POST RUN HAS NO APPROVER ON CNTPARM '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       050-RELEASE-INVENTORY.
      * Release Every Type/Grade Being Counted Into The Sort
           MOVE SPACE TO WS-INVMST-EOF.
           PERFORM UNTIL INVMST-EOF
                READ INVMST
                     AT END MOVE 'Y' TO WS-INVMST-EOF
                     NOT AT END
                          IF WS-TYPE-FILTER = SPACES
                             OR WS-TYPE-FILTER = IM-INSTRUMENT-TYPE
                               MOVE SPACES TO SORT-REC
                               MOVE IM-INSTRUMENT-TYPE TO
                                    SW-INSTRUMENT-TYPE
                               MOVE IM-INSTRUMENT-QUALITY TO
                                    SW-INSTRUMENT-QUALITY
                               MOVE IM-ON-HAND-QTY TO SW-BOOK-QTY
                               MOVE IM-UNIT-COST TO SW-UNIT-COST
                               RELEASE SORT-REC
                          END-IF
                END-READ
           END-PERFORM.
       100-WRITE-COUNT-SHEETS.
      * Freeze The Book Quantity And Print A Sheet Line Per Grade,
      * With A Break Between Types
           PERFORM 110-RETURN-SORTED.
           PERFORM UNTIL SORT-EOF
                ADD 1 TO WS-SNAP-ITEM-COUNT
                IF WS-SNAP-ITEM-COUNT > 1
                   AND SW-INSTRUMENT-TYPE NOT = WS-PREV-TYPE
                     WRITE CNTRPT-REC FROM BLANK-LINE
                END-IF
                MOVE SW-INSTRUMENT-TYPE TO WS-PREV-TYPE
                MOVE SPACES TO COUNT-SNAPSHOT-REC
                MOVE SW-INSTRUMENT-TYPE TO CS-INSTRUMENT-TYPE
                MOVE SW-INSTRUMENT-QUALITY TO CS-INSTRUMENT-QUALITY
                MOVE SW-BOOK-QTY TO CS-BOOK-QTY
                MOVE SW-UNIT-COST TO CS-UNIT-COST
                MOVE WS-FREEZE-DATE TO CS-FREEZE-DATE
                MOVE 'N' TO CS-POSTED-FLAG
                WRITE COUNT-SNAPSHOT-REC
                MOVE SW-INSTRUMENT-TYPE TO CNT-SHEET-TYPE-OUT
                MOVE SW-INSTRUMENT-QUALITY TO CNT-SHEET-QLTY-OUT
                WRITE CNTRPT-REC FROM CNT-SHEET-LINE
                WRITE CNTRPT-REC FROM BLANK-LINE
                PERFORM 110-RETURN-SORTED
           END-PERFORM.
       110-RETURN-SORTED.
           RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       150-LOAD-SNAPSHOT.
      * Load The Frozen Snapshot. Integrity Check: There Must Be One,
      * And It Must Still Have An Entry Left To Post. Entries Posted
      * By An Earlier Run Are Carried But Not Posted Again.
           OPEN INPUT CNTSNAP.
           MOVE SPACE TO WS-CNTSNAP-EOF.
           PERFORM UNTIL CNTSNAP-EOF
                READ CNTSNAP
                     AT END MOVE 'Y' TO WS-CNTSNAP-EOF
                     NOT AT END
                          IF WS-SNAP-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVCNT: CNTSNAP EXCEEDS WS-SNAP-TABLE '
                                  'CAPACITY OF 50 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-SNAP-TABLE-COUNT
                          ADD 1 TO WS-SNAP-ITEM-COUNT
                          SET WS-SNAP-IDX TO WS-SNAP-TABLE-COUNT
                          MOVE CS-INSTRUMENT-TYPE TO
                               WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX)
                          MOVE CS-INSTRUMENT-QUALITY TO
                               WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX)
                          MOVE CS-BOOK-QTY TO
                               WS-SNAP-BOOK-QTY(WS-SNAP-IDX)
                          MOVE CS-UNIT-COST TO
                               WS-SNAP-UNIT-COST(WS-SNAP-IDX)
                          MOVE 'N' TO WS-SNAP-COUNTED-SW(WS-SNAP-IDX)
                          MOVE ZERO TO WS-SNAP-COUNTED-QTY(WS-SNAP-IDX)
                          MOVE SPACES TO
                               WS-SNAP-COUNTED-BY(WS-SNAP-IDX)
                          MOVE SPACES TO WS-SNAP-REASON(WS-SNAP-IDX)
                          IF CS-POSTED-FLAG = 'Y'
                               MOVE 'Y' TO
                                    WS-SNAP-POSTED-SW(WS-SNAP-IDX)
                               ADD 1 TO WS-PREV-POSTED-COUNT
                          ELSE
                               MOVE 'N' TO
                                    WS-SNAP-POSTED-SW(WS-SNAP-IDX)
                          END-IF
                          MOVE CS-FREEZE-DATE TO WS-FREEZE-DATE
                END-READ
           END-PERFORM.
           CLOSE CNTSNAP.
           IF WS-SNAP-TABLE-COUNT = ZERO
                DISPLAY 'FAVCNT: CNTSNAP SNAPSHOT MISSING OR EMPTY '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-PREV-POSTED-COUNT = WS-SNAP-TABLE-COUNT
                DISPLAY 'FAVCNT: CNTSNAP SNAPSHOT ALREADY POSTED '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
       160-LOAD-INVENTORY-MASTER.
      * Load The Current Inventory Master The Adjustments Post To
           MOVE SPACE TO WS-INVMST-EOF.
           PERFORM UNTIL INVMST-EOF
                READ INVMST
                     AT END MOVE 'Y' TO WS-INVMST-EOF
                     NOT AT END
                          IF WS-INV-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVCNT: INVMST EXCEEDS WS-INV-TABLE '
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
       200-APPLY-COUNTS.
      * Apply Each Count Ticket To Its Snapshot Entry
           MOVE SPACE TO WS-CNTTRAN-EOF.
           PERFORM UNTIL CNTTRAN-EOF
                READ CNTTRAN
                     AT END MOVE 'Y' TO WS-CNTTRAN-EOF
                     NOT AT END
                          ADD 1 TO WS-TICKET-COUNT
                          PERFORM 210-APPLY-ONE-COUNT
                END-READ
           END-PERFORM.
       210-APPLY-ONE-COUNT.
           MOVE 'N' TO WS-SNAP-FOUND-SWITCH.
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                UNTIL WS-SNAP-IDX > WS-SNAP-TABLE-COUNT
                     OR SNAP-FOUND
                IF CT-INSTRUMENT-TYPE =
                        WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX)
                   AND CT-INSTRUMENT-QUALITY =
                        WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX)
                     MOVE 'Y' TO WS-SNAP-FOUND-SWITCH
                END-IF
           END-PERFORM.
           EVALUATE TRUE
                WHEN CT-COUNTED-QTY IS NOT NUMERIC
                     MOVE 'BAD QUANTITY' TO WS-LINE-STATUS
                     PERFORM 220-SAVE-COUNT-REJECT
                WHEN NOT SNAP-FOUND
                     MOVE 'NOT ON SNAP ' TO WS-LINE-STATUS
                     PERFORM 220-SAVE-COUNT-REJECT
                WHEN OTHER
                     SET WS-SNAP-IDX DOWN BY 1
                     IF WS-SNAP-COUNTED-SW(WS-SNAP-IDX) = 'Y'
                          ADD 1 TO WS-RECOUNT-COUNT
                     END-IF
                     MOVE 'Y' TO WS-SNAP-COUNTED-SW(WS-SNAP-IDX)
                     MOVE CT-COUNTED-QTY TO
                          WS-SNAP-COUNTED-QTY(WS-SNAP-IDX)
                     MOVE CT-COUNTED-BY TO
                          WS-SNAP-COUNTED-BY(WS-SNAP-IDX)
                     MOVE CT-REASON TO WS-SNAP-REASON(WS-SNAP-IDX)
           END-EVALUATE.
       220-SAVE-COUNT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJ-TABLE-COUNT >= 100
                DISPLAY 'FAVCNT: CNTTRAN REJECTS EXCEED WS-REJ-TABLE '
                     'CAPACITY OF 100 - RUN TERMINATED'
                STOP RUN
           END-IF.
           ADD 1 TO WS-REJ-TABLE-COUNT.
           SET WS-REJ-IDX TO WS-REJ-TABLE-COUNT.
           MOVE CT-INSTRUMENT-TYPE TO
                WS-REJ-INSTRUMENT-TYPE(WS-REJ-IDX).
           MOVE CT-INSTRUMENT-QUALITY TO
                WS-REJ-INSTRUMENT-QUALITY(WS-REJ-IDX).
           IF CT-COUNTED-QTY IS NUMERIC
                MOVE CT-COUNTED-QTY TO WS-REJ-COUNTED-QTY(WS-REJ-IDX)
           ELSE
                MOVE ZERO TO WS-REJ-COUNTED-QTY(WS-REJ-IDX)
           END-IF.
           MOVE CT-COUNTED-BY TO WS-REJ-COUNTED-BY(WS-REJ-IDX).
           MOVE WS-LINE-STATUS TO WS-REJ-STATUS(WS-REJ-IDX).
       300-REPORT-VARIANCES.
      * Book Versus Count For Every Snapshot Entry, Posting In P Mode
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                UNTIL WS-SNAP-IDX > WS-SNAP-TABLE-COUNT
                PERFORM 310-REPORT-ONE-ITEM
           END-PERFORM.
       310-REPORT-ONE-ITEM.
           MOVE WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX) TO CNT-TYPE-OUT.
           MOVE WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX) TO
                CNT-QLTY-OUT.
           MOVE WS-SNAP-BOOK-QTY(WS-SNAP-IDX) TO CNT-BOOK-OUT.
           MOVE WS-SNAP-COUNTED-BY(WS-SNAP-IDX) TO CNT-COUNTER-OUT.
           MOVE ZERO TO WS-VARIANCE-QTY.
           MOVE ZERO TO WS-VARIANCE-VALUE.
           MOVE ZERO TO WS-VARIANCE-PCT.
           EVALUATE TRUE
                WHEN WS-SNAP-POSTED-SW(WS-SNAP-IDX) = 'Y'
                     MOVE ZERO TO CNT-COUNT-OUT
                     MOVE 'PREV POSTED ' TO WS-LINE-STATUS
                WHEN WS-SNAP-COUNTED-SW(WS-SNAP-IDX) NOT = 'Y'
                     ADD 1 TO WS-NOT-COUNTED-COUNT
                     MOVE ZERO TO CNT-COUNT-OUT
                     MOVE 'NOT COUNTED ' TO WS-LINE-STATUS
                WHEN OTHER
                     ADD 1 TO WS-COUNTED-COUNT
                     MOVE WS-SNAP-COUNTED-QTY(WS-SNAP-IDX) TO
                          CNT-COUNT-OUT
                     PERFORM 320-COMPUTE-VARIANCE
                     EVALUATE TRUE
                          WHEN WS-VARIANCE-QTY = ZERO
                               MOVE 'AGREES      ' TO WS-LINE-STATUS
                               IF POST-RUN
                                    MOVE 'Y' TO
                                         WS-SNAP-POSTED-SW(WS-SNAP-IDX)
                               END-IF
                          WHEN VARIANCE-RUN
                               ADD 1 TO WS-VARIANCE-COUNT
                               MOVE 'VARIANCE    ' TO WS-LINE-STATUS
                          WHEN OTHER
                               ADD 1 TO WS-VARIANCE-COUNT
                               PERFORM 330-POST-ADJUSTMENT
                     END-EVALUATE
           END-EVALUATE.
           MOVE WS-VARIANCE-QTY TO CNT-VAR-OUT.
           MOVE WS-VARIANCE-PCT TO CNT-PCT-OUT.
           MOVE WS-VARIANCE-VALUE TO CNT-VALUE-OUT.
           MOVE WS-LINE-STATUS TO CNT-STATUS-OUT.
           WRITE CNTRPT-REC FROM CNT-VAR-LINE.
           IF WS-VARIANCE-QTY NOT = ZERO
              AND WS-SNAP-REASON(WS-SNAP-IDX) NOT = SPACES
                MOVE WS-SNAP-REASON(WS-SNAP-IDX) TO CNT-REASON-OUT
                WRITE CNTRPT-REC FROM CNT-REASON-LINE
           END-IF.
       320-COMPUTE-VARIANCE.
      * Variance Is Count Less Frozen Book; Percent Is Of Book, And
      * Anything Found Where The Book Showed None Is 100 Percent Off
           COMPUTE WS-VARIANCE-QTY =
                WS-SNAP-COUNTED-QTY(WS-SNAP-IDX)
                - WS-SNAP-BOOK-QTY(WS-SNAP-IDX).
           COMPUTE WS-VARIANCE-VALUE =
                WS-VARIANCE-QTY * WS-SNAP-UNIT-COST(WS-SNAP-IDX).
           IF WS-SNAP-BOOK-QTY(WS-SNAP-IDX) > ZERO
                COMPUTE WS-VARIANCE-PCT ROUNDED =
                     WS-VARIANCE-QTY * 100
                     / WS-SNAP-BOOK-QTY(WS-SNAP-IDX)
                     ON SIZE ERROR
                          MOVE 999.9 TO WS-VARIANCE-PCT
                END-COMPUTE
           ELSE
                IF WS-VARIANCE-QTY > ZERO
                     MOVE 100 TO WS-VARIANCE-PCT
                END-IF
           END-IF.
       330-POST-ADJUSTMENT.
      * Post The Variance To Current On-Hand, Floored At Zero, And
      * Record Who Counted, Who Approved And Why. Where The Floor
      * Applies, The Adjustment Recorded Is What On-Hand Actually
      * Moved By, Not The Full Variance.
           IF WS-SNAP-REASON(WS-SNAP-IDX) = SPACES
                ADD 1 TO WS-HELD-COUNT
                MOVE 'HELD-NO RSN ' TO WS-LINE-STATUS
           ELSE
                MOVE 'N' TO WS-INV-FOUND-SWITCH
                PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                     UNTIL WS-IM-IDX > WS-INV-TABLE-COUNT
                          OR INV-FOUND
                     IF WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX) =
                             WS-IM-INSTRUMENT-TYPE(WS-IM-IDX)
                        AND WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX) =
                             WS-IM-INSTRUMENT-QUALITY(WS-IM-IDX)
                          MOVE 'Y' TO WS-INV-FOUND-SWITCH
                     END-IF
                END-PERFORM
                IF INV-FOUND
                     SET WS-IM-IDX DOWN BY 1
                     COMPUTE WS-NEW-ON-HAND =
                          WS-IM-ON-HAND-QTY(WS-IM-IDX)
                          + WS-VARIANCE-QTY
                     IF WS-NEW-ON-HAND < ZERO
                          MOVE ZERO TO WS-NEW-ON-HAND
                     END-IF
                     COMPUTE WS-ADJUST-QTY =
                          WS-NEW-ON-HAND
                          - WS-IM-ON-HAND-QTY(WS-IM-IDX)
                     COMPUTE WS-ADJUST-VALUE =
                          WS-ADJUST-QTY
                          * WS-SNAP-UNIT-COST(WS-SNAP-IDX)
                     MOVE WS-NEW-ON-HAND TO
                          WS-IM-ON-HAND-QTY(WS-IM-IDX)
                     ADD 1 TO WS-POSTED-COUNT
                     ADD WS-ADJUST-QTY TO WS-NET-ADJUST-QTY
                     ADD WS-ADJUST-VALUE TO WS-NET-ADJUST-VALUE
                     MOVE 'Y' TO WS-SNAP-POSTED-SW(WS-SNAP-IDX)
                     MOVE 'POSTED      ' TO WS-LINE-STATUS
                     PERFORM 530-WRITE-COUNT-AUDIT
                ELSE
                     ADD 1 TO WS-HELD-COUNT
                     MOVE 'NOT ON MSTR ' TO WS-LINE-STATUS
                END-IF
           END-IF.
       505-WRITE-INVENTORY-MASTER.
      * Roll The Adjusted On-Hand Counts To The New Inventory Master
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
       510-WRITE-COUNT-REJECTS.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                UNTIL WS-REJ-IDX > WS-REJ-TABLE-COUNT
                MOVE WS-REJ-INSTRUMENT-TYPE(WS-REJ-IDX) TO
                     CNT-TYPE-OUT
                MOVE WS-REJ-INSTRUMENT-QUALITY(WS-REJ-IDX) TO
                     CNT-QLTY-OUT
                MOVE ZERO TO CNT-BOOK-OUT
                MOVE WS-REJ-COUNTED-QTY(WS-REJ-IDX) TO CNT-COUNT-OUT
                MOVE ZERO TO CNT-VAR-OUT
                MOVE ZERO TO CNT-PCT-OUT
                MOVE ZERO TO CNT-VALUE-OUT
                MOVE WS-REJ-COUNTED-BY(WS-REJ-IDX) TO CNT-COUNTER-OUT
                MOVE WS-REJ-STATUS(WS-REJ-IDX) TO CNT-STATUS-OUT
                WRITE CNTRPT-REC FROM CNT-VAR-LINE
           END-PERFORM.
       520-MARK-SNAPSHOT-POSTED.
      * Rewrite The Snapshot With Each Entry Posted So Far Flagged So
      * It Cannot Post Again; Held Entries Stay Open
           OPEN OUTPUT CNTSNAP.
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                UNTIL WS-SNAP-IDX > WS-SNAP-TABLE-COUNT
                MOVE SPACES TO COUNT-SNAPSHOT-REC
                MOVE WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX) TO
                     CS-INSTRUMENT-TYPE
                MOVE WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX) TO
                     CS-INSTRUMENT-QUALITY
                MOVE WS-SNAP-BOOK-QTY(WS-SNAP-IDX) TO CS-BOOK-QTY
                MOVE WS-SNAP-UNIT-COST(WS-SNAP-IDX) TO CS-UNIT-COST
                MOVE WS-FREEZE-DATE TO CS-FREEZE-DATE
                MOVE WS-SNAP-POSTED-SW(WS-SNAP-IDX) TO CS-POSTED-FLAG
                WRITE COUNT-SNAPSHOT-REC
           END-PERFORM.
           CLOSE CNTSNAP.
       530-WRITE-COUNT-AUDIT.
           MOVE SPACES TO COUNT-AUDIT-REC.
           MOVE WS-CURRENT-DATE-NUM TO CA-POST-DATE.
           MOVE WS-SNAP-INSTRUMENT-TYPE(WS-SNAP-IDX) TO
                CA-INSTRUMENT-TYPE.
           MOVE WS-SNAP-INSTRUMENT-QUALITY(WS-SNAP-IDX) TO
                CA-INSTRUMENT-QUALITY.
           MOVE WS-SNAP-BOOK-QTY(WS-SNAP-IDX) TO CA-BOOK-QTY.
           MOVE WS-SNAP-COUNTED-QTY(WS-SNAP-IDX) TO CA-COUNTED-QTY.
           MOVE WS-ADJUST-QTY TO CA-ADJUST-QTY.
           MOVE WS-SNAP-COUNTED-BY(WS-SNAP-IDX) TO CA-COUNTED-BY.
           MOVE WS-APPROVED-BY TO CA-APPROVED-BY.
           MOVE WS-SNAP-REASON(WS-SNAP-IDX) TO CA-REASON.
           WRITE COUNT-AUDIT-REC.
       600-CLOSE-FILES.
           EVALUATE TRUE
                WHEN FREEZE-RUN
                     CLOSE INVMST, CNTSNAP
                WHEN VARIANCE-RUN
                     CLOSE CNTTRAN
                WHEN POST-RUN
                     CLOSE CNTTRAN
                     CLOSE INVMST, INVMSTO
                     CLOSE CNTAUD
           END-EVALUATE.
           CLOSE CNTRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-FREEZE-DATE TO CNT-FREEZE-OUT.
           IF WS-TYPE-FILTER = SPACES OR NOT FREEZE-RUN
                MOVE 'ALL   ' TO CNT-FILTER-OUT
           ELSE
                MOVE WS-TYPE-FILTER TO CNT-FILTER-OUT
           END-IF.
           MOVE WS-APPROVED-BY TO CNT-APPROVER-OUT.
           WRITE CNTRPT-REC FROM CNT-HEADER-1.
           WRITE CNTRPT-REC FROM CNT-HEADER-2.
           WRITE CNTRPT-REC FROM CNT-HEADER-2B.
           WRITE CNTRPT-REC FROM BLANK-LINE.
           IF FREEZE-RUN
                WRITE CNTRPT-REC FROM CNT-SHEET-HEADER-3
                WRITE CNTRPT-REC FROM CNT-SHEET-HEADER-4
                WRITE CNTRPT-REC FROM BLANK-LINE
           ELSE
                WRITE CNTRPT-REC FROM CNT-VAR-HEADER-3
                WRITE CNTRPT-REC FROM CNT-VAR-HEADER-4
           END-IF.
       800-WRITE-TRAILERS.
           WRITE CNTRPT-REC FROM BLANK-LINE.
           WRITE CNTRPT-REC FROM CNT-TRAILER-1.
           MOVE 'SNAPSHOT ITEMS ' TO CNT-CTL-LABEL.
           MOVE WS-SNAP-ITEM-COUNT TO CNT-CTL-COUNT.
           WRITE CNTRPT-REC FROM CNT-TRAILER-2.
           IF NOT FREEZE-RUN
                MOVE 'COUNT TICKETS  ' TO CNT-CTL-LABEL
                MOVE WS-TICKET-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'RECOUNTS       ' TO CNT-CTL-LABEL
                MOVE WS-RECOUNT-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'REJECTED       ' TO CNT-CTL-LABEL
                MOVE WS-REJECT-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'ITEMS COUNTED  ' TO CNT-CTL-LABEL
                MOVE WS-COUNTED-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'NOT COUNTED    ' TO CNT-CTL-LABEL
                MOVE WS-NOT-COUNTED-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'WITH VARIANCE  ' TO CNT-CTL-LABEL
                MOVE WS-VARIANCE-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
           END-IF.
           IF POST-RUN
                MOVE 'POSTED         ' TO CNT-CTL-LABEL
                MOVE WS-POSTED-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'HELD           ' TO CNT-CTL-LABEL
                MOVE WS-HELD-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE 'PREV POSTED    ' TO CNT-CTL-LABEL
                MOVE WS-PREV-POSTED-COUNT TO CNT-CTL-COUNT
                WRITE CNTRPT-REC FROM CNT-TRAILER-2
                MOVE WS-NET-ADJUST-QTY TO CNT-NET-UNITS-OUT
                WRITE CNTRPT-REC FROM CNT-TRAILER-3
                MOVE WS-NET-ADJUST-VALUE TO CNT-NET-VALUE-OUT
                WRITE CNTRPT-REC FROM CNT-TRAILER-4
           END-IF.
