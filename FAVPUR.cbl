       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPUR.
      * Purchase Order Run. Turns The Reorder Suggestions FAVORD Wrote
      * To PURCHSUG Into Numbered Purchase Orders. Purchasing Keys One
      * POACCEPT Record Per Suggestion It Accepts (Optionally With A
      * Changed Quantity); Each Accepted Type/Grade Is Ordered From
      * Its Preferred Supplier On The SUPMST Supplier Master At The
      * Master Cost, Due Back After The Supplier's Lead Time. Lines
      * Are Grouped Into One PO Per Supplier, Numbered From The POCTL
      * Control File, Appended To The POOPEN Open PO File That FAVRCV
      * Matches Receipts Against, And Listed On PORPT Along With Any
      * Rejected Acceptances And The Suggestions Left Unordered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHSUG ASSIGN TO PURCHSUG.
           SELECT POACCEPT ASSIGN TO POACCEPT.
           SELECT SUPMST ASSIGN TO SUPMST.
           SELECT OPTIONAL POCTL ASSIGN TO POCTL.
           SELECT OPTIONAL POOPEN ASSIGN TO POOPEN.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT PORPT ASSIGN TO PORPT.
       DATA DIVISION.
       FILE SECTION.
      * Reorder Suggestions Written By FAVORD
       FD  PURCHSUG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURCH-SUGGEST-REC.
       01  PURCH-SUGGEST-REC.
           05  PS-INSTRUMENT-TYPE       PIC X(06).
           05  PS-INSTRUMENT-QUALITY    PIC X(01).
           05  PS-ON-HAND-QTY           PIC 9(05).
           05  PS-COMMITTED-QTY         PIC 9(05).
           05  PS-AVAILABLE-QTY         PIC 9(05).
           05  PS-REORDER-POINT         PIC 9(05).
           05  PS-SUGGESTED-QTY         PIC 9(05).
           05  FILLER                   PIC X(08).
      *
      * Suggestions Accepted By Purchasing - A Zero Order Quantity
      * Orders The Suggested Quantity
       FD  POACCEPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-ACCEPT-REC.
       01  PO-ACCEPT-REC.
           05  PA-INSTRUMENT-TYPE       PIC X(06).
           05  PA-INSTRUMENT-QUALITY    PIC X(01).
           05  PA-ORDER-QTY             PIC 9(05).
           05  PA-ACCEPTED-BY           PIC X(08).
           05  FILLER                   PIC X(60).
      *
      * Supplier Master - Preferred Supplier, Lead Time And Cost For
      * Each Instrument Type And Quality Grade
       FD  SUPMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-MASTER-REC.
       01  SUPPLIER-MASTER-REC.
           05  SM-INSTRUMENT-TYPE       PIC X(06).
           05  SM-INSTRUMENT-QUALITY    PIC X(01).
           05  SM-SUPPLIER-ID           PIC X(10).
           05  SM-SUPPLIER-NAME         PIC X(25).
           05  SM-LEAD-DAYS             PIC 9(03).
           05  SM-UNIT-COST             PIC 9(05)V99.
           05  FILLER                   PIC X(28).
      *
      * PO Number Control File - Carries The Last PO Sequence Across
      * Runs So PO Numbers Never Repeat. Read At Startup, Rewritten
      * At Close. A Missing Control File Or One Dated Ahead Of Today
      * Aborts The Run.
       FD  POCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-CONTROL-REC.
       01  PO-CONTROL-REC.
           05  PC-LAST-RUN-DATE         PIC 9(08).
           05  PC-LAST-PO-SEQ           PIC 9(08).
           05  FILLER                   PIC X(04).
      *
      * Open Purchase Order Lines - Cumulative, Appended Here And
      * Carried Forward By FAVRCV As Receipts Close Them
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
       SD  SORTWK
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05  SW-SUPPLIER-ID           PIC X(10).
           05  SW-INSTRUMENT-TYPE       PIC X(06).
           05  SW-INSTRUMENT-QUALITY    PIC X(01).
           05  SW-ORDER-QTY             PIC 9(05).
           05  SW-UNIT-COST             PIC 9(05)V99.
           05  SW-LEAD-DAYS             PIC 9(03).
           05  SW-SUPPLIER-NAME         PIC X(25).
           05  SW-ACCEPTED-BY           PIC X(08).
           05  FILLER                   PIC X(15).
      *
       FD  PORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORPT-REC.
       01  PORPT-REC                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-PURCHSUG-EOF               PIC X(01) VALUE SPACE.
           88  PURCHSUG-EOF             VALUE 'Y'.
       01 WS-POACCEPT-EOF               PIC X(01) VALUE SPACE.
           88  POACCEPT-EOF             VALUE 'Y'.
       01 WS-SUPMST-EOF                 PIC X(01) VALUE SPACE.
           88  SUPMST-EOF               VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X(01) VALUE SPACE.
           88  SORT-EOF                 VALUE 'Y'.
      *
      * Today's Reorder Suggestions, Flagged As Purchasing Accepts
       01 WS-SUG-TABLE-DATA.
           05  WS-SUG-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-SUG-TABLE OCCURS 50 TIMES
               INDEXED BY WS-SUG-IDX.
               10  WS-SUG-INSTRUMENT-TYPE    PIC X(06).
               10  WS-SUG-INSTRUMENT-QUALITY PIC X(01).
               10  WS-SUG-SUGGESTED-QTY      PIC 9(05).
               10  WS-SUG-ACCEPTED           PIC X(01).
       01 WS-SUG-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  SUG-FOUND                VALUE 'Y'.
      *
       01 WS-SUP-TABLE-DATA.
           05  WS-SUP-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-SUP-TABLE OCCURS 100 TIMES
               INDEXED BY WS-SUP-IDX.
               10  WS-SUP-INSTRUMENT-TYPE    PIC X(06).
               10  WS-SUP-INSTRUMENT-QUALITY PIC X(01).
               10  WS-SUP-SUPPLIER-ID        PIC X(10).
               10  WS-SUP-SUPPLIER-NAME      PIC X(25).
               10  WS-SUP-LEAD-DAYS          PIC 9(03).
               10  WS-SUP-UNIT-COST          PIC 9(05)V99.
       01 WS-SUP-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  SUP-FOUND                VALUE 'Y'.
      *
      * Acceptances Turned Away, Listed After The Purchase Orders
       01 WS-REJ-TABLE-DATA.
           05  WS-REJ-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-REJ-TABLE OCCURS 100 TIMES
               INDEXED BY WS-REJ-IDX.
               10  WS-REJ-INSTRUMENT-TYPE    PIC X(06).
               10  WS-REJ-INSTRUMENT-QUALITY PIC X(01).
               10  WS-REJ-ORDER-QTY          PIC 9(05).
               10  WS-REJ-REASON             PIC X(30).
       01 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
      *
       01 WS-ORDER-QTY                  PIC 9(05) VALUE ZERO.
       01 WS-PO-SEQ                     PIC 9(08) VALUE ZERO.
       01 WS-PO-NO                      PIC X(10) VALUE SPACES.
       01 WS-PO-LINE-NO                 PIC 9(03) VALUE ZERO.
       01 WS-PREV-SUPPLIER-ID           PIC X(10) VALUE SPACES.
       01 WS-FIRST-SWITCH               PIC X(01) VALUE 'Y'.
           88  FIRST-RECORD             VALUE 'Y'.
       01 WS-DATE-INTEGER               PIC 9(08) VALUE ZERO.
       01 WS-EXPECTED-DATE              PIC 9(08) VALUE ZERO.
       01 WS-LINE-VALUE                 PIC 9(09)V99 VALUE ZERO.
      *
       01 WS-ACCEPT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-REJECT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-PO-COUNT                   PIC 9(05) VALUE ZERO.
       01 WS-PO-LINE-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-NOT-ORDERED-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-PO-UNITS                   PIC 9(07) VALUE ZERO.
       01 WS-PO-VALUE                   PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-VALUE                PIC 9(11)V99 VALUE ZERO.
      *
       01  PUR-HEADER-1.
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
       01  PUR-HEADER-2.
           05  FILLER         PIC X(31) VALUE SPACES.
           05  FILLER         PIC X(18)
                              VALUE 'PURCHASE ORDER RUN'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  PUR-HEADER-3.
           05  FILLER         PIC X(08) VALUE '    LINE'.
           05  FILLER         PIC X(09) VALUE '   TYPE  '.
           05  FILLER         PIC X(09) VALUE '  GRADE  '.
           05  FILLER         PIC X(06) VALUE '   QTY'.
           05  FILLER         PIC X(11) VALUE '  UNIT COST'.
           05  FILLER         PIC X(15) VALUE '       EXTENDED'.
           05  FILLER         PIC X(10) VALUE '  EXPECTED'.
           05  FILLER         PIC X(10) VALUE '  ACCEPTED'.
           05  FILLER         PIC X(02) VALUE SPACES.
       01  PUR-HEADER-4.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE ALL '-'.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
       01  PUR-PO-HEADING.
           05  FILLER         PIC X(15) VALUE 'PURCHASE ORDER '.
           05  PUR-PO-NO-OUT  PIC X(10).
           05  FILLER         PIC X(11) VALUE '  SUPPLIER '.
           05  PUR-SUPPLIER-OUT PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  PUR-SUPP-NAME-OUT PIC X(25).
           05  FILLER         PIC X(08) VALUE SPACES.
       01  PUR-DETAIL-LINE.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  PUR-LINE-OUT   PIC ZZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  PUR-TYPE-OUT   PIC X(06).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  PUR-QLTY-OUT   PIC X(01).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  PUR-QTY-OUT    PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PUR-COST-OUT   PIC $$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PUR-VALUE-OUT  PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PUR-EXPECTED-OUT PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PUR-ACCEPTED-OUT PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
       01  PUR-PO-TOTAL-LINE.
           05  FILLER         PIC X(17) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'PO TOTAL '.
           05  PUR-PO-UNITS-OUT PIC ZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE SPACES.
           05  PUR-PO-VALUE-OUT PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(22) VALUE SPACES.
       01  PUR-EXCEPTION-HEADING.
           05  FILLER         PIC X(40)
               VALUE 'SUGGESTIONS NOT ORDERED AND ACCEPTANCES '.
           05  FILLER         PIC X(08) VALUE 'REJECTED'.
           05  FILLER         PIC X(32) VALUE SPACES.
       01  PUR-EXCEPTION-LINE.
           05  FILLER         PIC X(08) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  PUR-EXC-TYPE-OUT PIC X(06).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  PUR-EXC-QLTY-OUT PIC X(01).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  PUR-EXC-QTY-OUT PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  PUR-EXC-REASON-OUT PIC X(30).
           05  FILLER         PIC X(16) VALUE SPACES.
       01  PUR-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  PUR-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  PUR-CTL-LABEL  PIC X(14).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  PUR-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(48) VALUE SPACES.
       01  PUR-TRAILER-3.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'TOTAL ORDERED: '.
           05  PUR-TOTAL-VALUE-OUT PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(46) VALUE SPACES.
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
           SORT SORTWK ON ASCENDING KEY SW-SUPPLIER-ID
                                        SW-INSTRUMENT-TYPE
                                        SW-INSTRUMENT-QUALITY
                INPUT PROCEDURE 050-EDIT-ACCEPTANCES
                OUTPUT PROCEDURE 100-ISSUE-ORDERS.
           PERFORM 510-WRITE-EXCEPTIONS.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 010-READ-PO-CONTROL.
           OPEN INPUT PURCHSUG.
           OPEN INPUT SUPMST.
           OPEN EXTEND POOPEN.
           OPEN OUTPUT PORPT.
           PERFORM 020-LOAD-SUGGESTIONS.
           PERFORM 030-LOAD-SUPPLIER-MASTER.
           PERFORM 700-WRITE-HEADERS.
       010-READ-PO-CONTROL.
      * Pick Up The PO Number Sequence Where The Last Run Left Off.
      * Integrity Check: The Run Aborts If The Control File Is
      * Missing Or Its Run Date Is Ahead Of Today.
           OPEN INPUT POCTL.
           READ POCTL
                AT END
                     DISPLAY 'FAVPUR: POCTL CONTROL FILE MISSING '
                          'OR EMPTY - RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
           END-READ.
           IF PC-LAST-RUN-DATE IS NOT NUMERIC
              OR PC-LAST-PO-SEQ IS NOT NUMERIC
                DISPLAY 'FAVPUR: POCTL CONTROL RECORD INVALID '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF PC-LAST-RUN-DATE > WS-CURRENT-DATE-NUM
                DISPLAY 'FAVPUR: POCTL RUN DATE GOES BACKWARDS '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
      * PO Numbers Run On Across Days - There Is No Date Prefix
           MOVE PC-LAST-PO-SEQ TO WS-PO-SEQ.
           CLOSE POCTL.
       020-LOAD-SUGGESTIONS.
      * Load Today's Reorder Suggestions Into A Working-Storage Table
           MOVE SPACE TO WS-PURCHSUG-EOF.
           PERFORM UNTIL PURCHSUG-EOF
                READ PURCHSUG
                     AT END MOVE 'Y' TO WS-PURCHSUG-EOF
                     NOT AT END
                          IF WS-SUG-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVPUR: PURCHSUG EXCEEDS WS-SUG-TABLE '
                                  'CAPACITY OF 50 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-SUG-TABLE-COUNT
                          SET WS-SUG-IDX TO WS-SUG-TABLE-COUNT
                          MOVE PS-INSTRUMENT-TYPE TO
                               WS-SUG-INSTRUMENT-TYPE(WS-SUG-IDX)
                          MOVE PS-INSTRUMENT-QUALITY TO
                               WS-SUG-INSTRUMENT-QUALITY(WS-SUG-IDX)
                          MOVE PS-SUGGESTED-QTY TO
                               WS-SUG-SUGGESTED-QTY(WS-SUG-IDX)
                          MOVE 'N' TO WS-SUG-ACCEPTED(WS-SUG-IDX)
                END-READ
           END-PERFORM.
       030-LOAD-SUPPLIER-MASTER.
      * Load The Preferred Supplier For Each Type/Grade
           MOVE SPACE TO WS-SUPMST-EOF.
           PERFORM UNTIL SUPMST-EOF
                READ SUPMST
                     AT END MOVE 'Y' TO WS-SUPMST-EOF
                     NOT AT END
                          IF WS-SUP-TABLE-COUNT >= 100
                               DISPLAY
                             'FAVPUR: SUPMST EXCEEDS WS-SUP-TABLE '
                                  'CAPACITY OF 100 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-SUP-TABLE-COUNT
                          SET WS-SUP-IDX TO WS-SUP-TABLE-COUNT
                          MOVE SM-INSTRUMENT-TYPE TO
                               WS-SUP-INSTRUMENT-TYPE(WS-SUP-IDX)
                          MOVE SM-INSTRUMENT-QUALITY TO
                               WS-SUP-INSTRUMENT-QUALITY(WS-SUP-IDX)
                          MOVE SM-SUPPLIER-ID TO
                               WS-SUP-SUPPLIER-ID(WS-SUP-IDX)
                          MOVE SM-SUPPLIER-NAME TO
                               WS-SUP-SUPPLIER-NAME(WS-SUP-IDX)
                          MOVE SM-LEAD-DAYS TO
                               WS-SUP-LEAD-DAYS(WS-SUP-IDX)
                          MOVE SM-UNIT-COST TO
                               WS-SUP-UNIT-COST(WS-SUP-IDX)
                END-READ
           END-PERFORM.
       050-EDIT-ACCEPTANCES.
      * Edit Each Acceptance Against The Suggestions And The Supplier
      * Master; Good Ones Go Into The Sort By Supplier
           OPEN INPUT POACCEPT.
           MOVE SPACE TO WS-POACCEPT-EOF.
           PERFORM UNTIL POACCEPT-EOF
                READ POACCEPT
                     AT END MOVE 'Y' TO WS-POACCEPT-EOF
                     NOT AT END
                          ADD 1 TO WS-ACCEPT-COUNT
                          PERFORM 060-EDIT-ONE-ACCEPTANCE
                END-READ
           END-PERFORM.
           CLOSE POACCEPT.
       060-EDIT-ONE-ACCEPTANCE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-SUG-FOUND-SWITCH.
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                UNTIL WS-SUG-IDX > WS-SUG-TABLE-COUNT
                     OR SUG-FOUND
                IF PA-INSTRUMENT-TYPE =
                        WS-SUG-INSTRUMENT-TYPE(WS-SUG-IDX)
                   AND PA-INSTRUMENT-QUALITY =
                        WS-SUG-INSTRUMENT-QUALITY(WS-SUG-IDX)
                     MOVE 'Y' TO WS-SUG-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF SUG-FOUND
                SET WS-SUG-IDX DOWN BY 1
           END-IF.
           MOVE 'N' TO WS-SUP-FOUND-SWITCH.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUP-TABLE-COUNT
                     OR SUP-FOUND
                IF PA-INSTRUMENT-TYPE =
                        WS-SUP-INSTRUMENT-TYPE(WS-SUP-IDX)
                   AND PA-INSTRUMENT-QUALITY =
                        WS-SUP-INSTRUMENT-QUALITY(WS-SUP-IDX)
                     MOVE 'Y' TO WS-SUP-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF SUP-FOUND
                SET WS-SUP-IDX DOWN BY 1
           END-IF.
           MOVE ZERO TO WS-ORDER-QTY.
           EVALUATE TRUE
                WHEN NOT SUG-FOUND
                     MOVE 'NO SUGGESTION FOR TYPE/GRADE'
                          TO WS-REJECT-REASON
                WHEN WS-SUG-ACCEPTED(WS-SUG-IDX) = 'Y'
                     MOVE 'DUPLICATE ACCEPTANCE'
                          TO WS-REJECT-REASON
                WHEN PA-ORDER-QTY IS NOT NUMERIC
                     MOVE 'INVALID ORDER QUANTITY'
                          TO WS-REJECT-REASON
                WHEN NOT SUP-FOUND
                     MOVE 'NO SUPPLIER ON SUPMST'
                          TO WS-REJECT-REASON
                WHEN OTHER
                     IF PA-ORDER-QTY = ZERO
                          MOVE WS-SUG-SUGGESTED-QTY(WS-SUG-IDX)
                               TO WS-ORDER-QTY
                     ELSE
                          MOVE PA-ORDER-QTY TO WS-ORDER-QTY
                     END-IF
                     IF WS-ORDER-QTY = ZERO
                          MOVE 'NOTHING TO ORDER'
                               TO WS-REJECT-REASON
                     END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
                MOVE 'Y' TO WS-SUG-ACCEPTED(WS-SUG-IDX)
                PERFORM 070-RELEASE-ORDER-LINE
           ELSE
                PERFORM 080-SAVE-REJECT
           END-IF.
       070-RELEASE-ORDER-LINE.
           MOVE SPACES TO SORT-REC.
           MOVE WS-SUP-SUPPLIER-ID(WS-SUP-IDX) TO SW-SUPPLIER-ID.
           MOVE PA-INSTRUMENT-TYPE TO SW-INSTRUMENT-TYPE.
           MOVE PA-INSTRUMENT-QUALITY TO SW-INSTRUMENT-QUALITY.
           MOVE WS-ORDER-QTY TO SW-ORDER-QTY.
           MOVE WS-SUP-UNIT-COST(WS-SUP-IDX) TO SW-UNIT-COST.
           MOVE WS-SUP-LEAD-DAYS(WS-SUP-IDX) TO SW-LEAD-DAYS.
           MOVE WS-SUP-SUPPLIER-NAME(WS-SUP-IDX) TO SW-SUPPLIER-NAME.
           MOVE PA-ACCEPTED-BY TO SW-ACCEPTED-BY.
           RELEASE SORT-REC.
       080-SAVE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-REJ-TABLE-COUNT >= 100
                DISPLAY 'FAVPUR: POACCEPT REJECTS EXCEED WS-REJ-TABLE '
                     'CAPACITY OF 100 - RUN TERMINATED'
                STOP RUN
           END-IF.
           ADD 1 TO WS-REJ-TABLE-COUNT.
           SET WS-REJ-IDX TO WS-REJ-TABLE-COUNT.
           MOVE PA-INSTRUMENT-TYPE TO
                WS-REJ-INSTRUMENT-TYPE(WS-REJ-IDX).
           MOVE PA-INSTRUMENT-QUALITY TO
                WS-REJ-INSTRUMENT-QUALITY(WS-REJ-IDX).
           IF PA-ORDER-QTY IS NUMERIC
                MOVE PA-ORDER-QTY TO WS-REJ-ORDER-QTY(WS-REJ-IDX)
           ELSE
                MOVE ZERO TO WS-REJ-ORDER-QTY(WS-REJ-IDX)
           END-IF.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON(WS-REJ-IDX).
       100-ISSUE-ORDERS.
      * One Purchase Order Per Supplier Over The Sorted Lines
           PERFORM 200-RETURN-SORTED.
           PERFORM 110-PROCESS-SORTED UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
                PERFORM 320-PRINT-PO-TOTAL
           END-IF.
       110-PROCESS-SORTED.
           IF FIRST-RECORD
                MOVE 'N' TO WS-FIRST-SWITCH
                PERFORM 300-START-PURCHASE-ORDER
           ELSE
                IF SW-SUPPLIER-ID NOT = WS-PREV-SUPPLIER-ID
                     PERFORM 320-PRINT-PO-TOTAL
                     PERFORM 300-START-PURCHASE-ORDER
                END-IF
           END-IF.
           PERFORM 310-WRITE-PO-LINE.
           PERFORM 200-RETURN-SORTED.
       200-RETURN-SORTED.
           RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       300-START-PURCHASE-ORDER.
      * Assign The Next PO Number And Print The PO Heading
           MOVE SW-SUPPLIER-ID TO WS-PREV-SUPPLIER-ID.
           ADD 1 TO WS-PO-SEQ.
           ADD 1 TO WS-PO-COUNT.
           STRING 'PO' DELIMITED BY SIZE
                  WS-PO-SEQ DELIMITED BY SIZE
                  INTO WS-PO-NO
           END-STRING.
           MOVE ZERO TO WS-PO-LINE-NO.
           MOVE ZERO TO WS-PO-UNITS.
           MOVE ZERO TO WS-PO-VALUE.
           MOVE WS-PO-NO TO PUR-PO-NO-OUT.
           MOVE SW-SUPPLIER-ID TO PUR-SUPPLIER-OUT.
           MOVE SW-SUPPLIER-NAME TO PUR-SUPP-NAME-OUT.
           WRITE PORPT-REC FROM BLANK-LINE.
           WRITE PORPT-REC FROM PUR-PO-HEADING.
       310-WRITE-PO-LINE.
      * Due Date Is Today Plus The Supplier's Lead Time
           ADD 1 TO WS-PO-LINE-NO.
           ADD 1 TO WS-PO-LINE-COUNT.
           COMPUTE WS-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                + SW-LEAD-DAYS.
           COMPUTE WS-EXPECTED-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-LINE-VALUE = SW-ORDER-QTY * SW-UNIT-COST.
           ADD SW-ORDER-QTY TO WS-PO-UNITS.
           ADD WS-LINE-VALUE TO WS-PO-VALUE.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
           MOVE SPACES TO PO-LINE-REC.
           MOVE WS-PO-NO TO PO-NO.
           MOVE WS-PO-LINE-NO TO PO-LINE-NO.
           MOVE SW-SUPPLIER-ID TO PO-SUPPLIER-ID.
           MOVE SW-INSTRUMENT-TYPE TO PO-INSTRUMENT-TYPE.
           MOVE SW-INSTRUMENT-QUALITY TO PO-INSTRUMENT-QUALITY.
           MOVE SW-ORDER-QTY TO PO-ORDER-QTY.
           MOVE ZERO TO PO-RECEIVED-QTY.
           MOVE SW-UNIT-COST TO PO-UNIT-COST.
           MOVE WS-CURRENT-DATE-NUM TO PO-ORDER-DATE.
           MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE.
           MOVE 'O' TO PO-LINE-STATUS.
           MOVE SW-ACCEPTED-BY TO PO-ACCEPTED-BY.
           MOVE ZERO TO PO-CLOSE-DATE.
           WRITE PO-LINE-REC.
           MOVE WS-PO-LINE-NO TO PUR-LINE-OUT.
           MOVE SW-INSTRUMENT-TYPE TO PUR-TYPE-OUT.
           MOVE SW-INSTRUMENT-QUALITY TO PUR-QLTY-OUT.
           MOVE SW-ORDER-QTY TO PUR-QTY-OUT.
           MOVE SW-UNIT-COST TO PUR-COST-OUT.
           MOVE WS-LINE-VALUE TO PUR-VALUE-OUT.
           MOVE WS-EXPECTED-DATE TO PUR-EXPECTED-OUT.
           MOVE SW-ACCEPTED-BY TO PUR-ACCEPTED-OUT.
           WRITE PORPT-REC FROM PUR-DETAIL-LINE.
       320-PRINT-PO-TOTAL.
           MOVE WS-PO-UNITS TO PUR-PO-UNITS-OUT.
           MOVE WS-PO-VALUE TO PUR-PO-VALUE-OUT.
           WRITE PORPT-REC FROM PUR-PO-TOTAL-LINE.
       510-WRITE-EXCEPTIONS.
      * Rejected Acceptances, Then Suggestions Nobody Accepted
           WRITE PORPT-REC FROM BLANK-LINE.
           WRITE PORPT-REC FROM PUR-EXCEPTION-HEADING.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                UNTIL WS-REJ-IDX > WS-REJ-TABLE-COUNT
                MOVE WS-REJ-INSTRUMENT-TYPE(WS-REJ-IDX) TO
                     PUR-EXC-TYPE-OUT
                MOVE WS-REJ-INSTRUMENT-QUALITY(WS-REJ-IDX) TO
                     PUR-EXC-QLTY-OUT
                MOVE WS-REJ-ORDER-QTY(WS-REJ-IDX) TO PUR-EXC-QTY-OUT
                MOVE WS-REJ-REASON(WS-REJ-IDX) TO PUR-EXC-REASON-OUT
                WRITE PORPT-REC FROM PUR-EXCEPTION-LINE
           END-PERFORM.
           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                UNTIL WS-SUG-IDX > WS-SUG-TABLE-COUNT
                IF WS-SUG-ACCEPTED(WS-SUG-IDX) NOT = 'Y'
                     ADD 1 TO WS-NOT-ORDERED-COUNT
                     MOVE WS-SUG-INSTRUMENT-TYPE(WS-SUG-IDX) TO
                          PUR-EXC-TYPE-OUT
                     MOVE WS-SUG-INSTRUMENT-QUALITY(WS-SUG-IDX) TO
                          PUR-EXC-QLTY-OUT
                     MOVE WS-SUG-SUGGESTED-QTY(WS-SUG-IDX) TO
                          PUR-EXC-QTY-OUT
                     MOVE 'SUGGESTION NOT ORDERED' TO
                          PUR-EXC-REASON-OUT
                     WRITE PORPT-REC FROM PUR-EXCEPTION-LINE
                END-IF
           END-PERFORM.
       600-CLOSE-FILES.
           CLOSE PURCHSUG, SUPMST.
           CLOSE POOPEN.
           CLOSE PORPT.
           PERFORM 620-REWRITE-PO-CONTROL.
       620-REWRITE-PO-CONTROL.
      * Carry The Sequence Forward For The Next Run
           OPEN OUTPUT POCTL.
           MOVE SPACES TO PO-CONTROL-REC.
           MOVE WS-CURRENT-DATE-NUM TO PC-LAST-RUN-DATE.
           MOVE WS-PO-SEQ TO PC-LAST-PO-SEQ.
           WRITE PO-CONTROL-REC.
           CLOSE POCTL.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE PORPT-REC FROM PUR-HEADER-1.
           WRITE PORPT-REC FROM PUR-HEADER-2.
           WRITE PORPT-REC FROM BLANK-LINE.
           WRITE PORPT-REC FROM BLANK-LINE.
           WRITE PORPT-REC FROM PUR-HEADER-3.
           WRITE PORPT-REC FROM PUR-HEADER-4.
       800-WRITE-TRAILERS.
           WRITE PORPT-REC FROM BLANK-LINE.
           WRITE PORPT-REC FROM PUR-TRAILER-1.
           MOVE 'ACCEPTANCES   ' TO PUR-CTL-LABEL.
           MOVE WS-ACCEPT-COUNT TO PUR-CTL-COUNT.
           WRITE PORPT-REC FROM PUR-TRAILER-2.
           MOVE 'REJECTED      ' TO PUR-CTL-LABEL.
           MOVE WS-REJECT-COUNT TO PUR-CTL-COUNT.
           WRITE PORPT-REC FROM PUR-TRAILER-2.
           MOVE 'POS ISSUED    ' TO PUR-CTL-LABEL.
           MOVE WS-PO-COUNT TO PUR-CTL-COUNT.
           WRITE PORPT-REC FROM PUR-TRAILER-2.
           MOVE 'PO LINES      ' TO PUR-CTL-LABEL.
           MOVE WS-PO-LINE-COUNT TO PUR-CTL-COUNT.
           WRITE PORPT-REC FROM PUR-TRAILER-2.
           MOVE 'NOT ORDERED   ' TO PUR-CTL-LABEL.
           MOVE WS-NOT-ORDERED-COUNT TO PUR-CTL-COUNT.
           WRITE PORPT-REC FROM PUR-TRAILER-2.
           MOVE WS-TOTAL-VALUE TO PUR-TOTAL-VALUE-OUT.
           WRITE PORPT-REC FROM PUR-TRAILER-3.
