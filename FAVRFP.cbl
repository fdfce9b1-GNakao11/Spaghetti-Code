           SELECT ARTMST ASSIGN TO ARTMST.
           SELECT EXCHRATE ASSIGN TO EXCHRATE.
           SELECT TAXRATE ASSIGN TO TAXRATE.
           SELECT OPTIONAL CTRMST ASSIGN TO CTRMST.
           SELECT PROPCSV ASSIGN TO PROPCSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE ASSIGN TO BUSDATE.
           05  AM-CREDIT-LIMIT          PIC 9(07)V99.
           05  AM-CREDIT-HOLD-FLAG      PIC X(01).
           05  FILLER                   PIC X(05).
      *
      * Artist Contract Price Master - Maintained By FAVMNT. A Fixed
      * Unit Price For The Artist, Instrument Type, And Grade While
      * The Contract Is In Force, Priced Ahead Of PRICEMST.
       FD  CTRMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-MASTER-REC.
       01  CONTRACT-MASTER-REC.
           05  CP-ARTIST-ACCT-NO        PIC X(08).
           05  CP-INSTRUMENT-TYPE       PIC X(06).
           05  CP-INSTRUMENT-QUALITY    PIC X(01).
           05  CP-START-DATE            PIC 9(08).
           05  CP-END-DATE              PIC 9(08).
           05  CP-UNIT-PRICE            PIC 9(05)V99.
           05  FILLER                   PIC X(02).
      *
       FD  PROPCSV
           RECORDING MODE IS V
           88  ARTIST-FOUND             VALUE 'Y'.
       01 WS-LOYALTY-DISCOUNT-PCT       PIC 9V999 VALUE ZERO.
       01 WS-DEFAULT-SHIP-TO            PIC X(03) VALUE SPACES.
      *
       01 WS-CTRMST-EOF                 PIC X(01) VALUE SPACE.
           88  CTRMST-EOF               VALUE 'Y'.
      *
      * Contracts Are Loaded In Account/Type/Grade/Start Sequence As
      * FAVMNT Writes Them. FAVMNT Refuses Overlapping Terms, So At
      * Most One Contract Is In Force For A Line On The Business Date.
       01 WS-CONTRACT-TABLE-DATA.
           05  WS-CONTRACT-TABLE-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-CONTRACT-TABLE OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CONTRACT-TABLE-COUNT
               INDEXED BY WS-CP-IDX.
               10  WS-CP-ARTIST-ACCT-NO   PIC X(08).
               10  WS-CP-INSTRUMENT-TYPE  PIC X(06).
               10  WS-CP-QUALITY          PIC X(01).
               10  WS-CP-START-DATE       PIC 9(08).
               10  WS-CP-END-DATE         PIC 9(08).
               10  WS-CP-UNIT-PRICE       PIC 9(05)V99.
       01 WS-CONTRACT-SWITCH            PIC X(01) VALUE 'N'.
           88  CONTRACT-PRICED          VALUE 'Y'.
           88  LIST-PRICED              VALUE 'N'.
       01 WS-CP-FOUND-START             PIC 9(08) VALUE ZERO.
       01 WS-CP-FOUND-END               PIC 9(08) VALUE ZERO.
      * Binary Search Bounds For The Contract Lookup
       01 WS-CP-LO                      PIC 9(05) COMP VALUE ZERO.
       01 WS-CP-HI                      PIC 9(05) COMP VALUE ZERO.
       01 WS-CP-MID                     PIC 9(05) COMP VALUE ZERO.
       01 WS-CP-SUB                     PIC 9(05) COMP VALUE ZERO.
       01 WS-CP-PREV-KEY                PIC X(23) VALUE LOW-VALUES.
       01 WS-CP-SEARCH-KEY.
           05  WS-CP-SEARCH-ACCT        PIC X(08).
           05  WS-CP-SEARCH-TYPE        PIC X(06).
           05  WS-CP-SEARCH-QUALITY     PIC X(01).
      *
      * CSV Extract Working-Storage
       01 WS-CSV-LINE                   PIC X(250).
      * Zero-Padded So The Column Parses As Numeric Downstream
       01 WS-CSV-QTY                    PIC 9(03).
       01 WS-CSV-BUDGET-STATUS          PIC X(08).
      * Price Basis Column - CONTRACT Or LIST - Follows The Status
       01 WS-CSV-PRICE-BASIS            PIC X(08).
      *
      * Package (Band) RFP Working-Storage
       01 WS-PKG-SWITCH                 PIC X(01) VALUE 'N'.
               10  WS-PKG-PROP-2C       PIC X(80).
               10  WS-PKG-PROP-2D       PIC X(80).
               10  WS-PKG-PROP-2E       PIC X(80).
               10  WS-PKG-PROP-2F       PIC X(80).
               10  WS-PKG-PRICE-BASIS   PIC X(08).
               10  WS-PKG-CSV-TEXT      PIC X(250).
               10  WS-PKG-CSV-PTR       PIC 9(03).
      *
               VALUE '  EXTENDED TOTAL:  '.
           05  EXT-TOTAL-OUT           PIC $$,$$$,999.99.
           05  FILLER                  PIC X(36) VALUE SPACES.
      * Contract Price Continuation Line - Printed When The Line Is
      * Priced From The Artist's Contract Instead Of PRICEMST
       01  PROP-OUT-2F.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'CONTRACT PRICE '.
           05  FILLER                  PIC X(06) VALUE 'TERM: '.
           05  CONTRACT-START-OUT      PIC 9999/99/99.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  CONTRACT-END-OUT        PIC 9999/99/99.
           05  FILLER                  PIC X(31) VALUE SPACES.
      * Customer-Currency Conversion Continuation Line
       01  PROP-OUT-2D.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(44)
               VALUE 'PER RATE ON FILE FOR THE ARTIST - SEE ARTMST'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  TRAILER-10D.
           05  FILLER         PIC X(15) VALUE 'CONTRACT PRICE:'.
           05  FILLER         PIC X(65) VALUE SPACES.
       01  TRAILER-10E.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(49) VALUE
               'FIXED NET UNIT PRICE PER ARTIST CONTRACT IN FORCE'.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  TRAILER-10F.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(51) VALUE
               'NO GRADE, GENRE, LOYALTY OR VOLUME ADJ - SEE CTRMST'.
           05  FILLER         PIC X(24) VALUE SPACES.
       01  TRAILER-11.
           05  FILLER         PIC X(15) VALUE 'CONTROL TOTALS:'.
           05  FILLER         PIC X(65) VALUE SPACES.
           PERFORM 157-LOAD-ARTIST-MASTER.
           PERFORM 158-LOAD-EXCHANGE-MASTER.
           PERFORM 159-LOAD-TAX-MASTER.
           PERFORM 156-LOAD-CONTRACT-MASTER.
           PERFORM 110-CHECK-RESTART.
           PERFORM 320-OPEN-OUTPUT-FILES.
           IF NOT RESTART-REQUESTED
                               WS-SR-SHIP-PCT(WS-SR-IDX)
                END-READ
           END-PERFORM.
       156-LOAD-CONTRACT-MASTER.
      * Load The Artist Contract Price Master Into A Table, Proving
      * It Is In Account/Type/Grade/Start Sequence So The Binary
      * Search In 226-LOOKUP-CONTRACT-PRICE Is Sound. No File Means
      * No Contracts - Every Line Prices From PRICEMST.
           MOVE SPACE TO WS-CTRMST-EOF.
           MOVE LOW-VALUES TO WS-CP-PREV-KEY.
           PERFORM UNTIL CTRMST-EOF
                READ CTRMST
                     AT END MOVE 'Y' TO WS-CTRMST-EOF
                     NOT AT END
                          IF WS-CONTRACT-TABLE-COUNT >= 5000
                               DISPLAY
                             'FAVRFP: CTRMST EXCEEDS WS-CONTRACT-TABLE '
                                  'CAPACITY OF 5000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          IF CONTRACT-MASTER-REC(1:23) NOT >
                                  WS-CP-PREV-KEY
                               DISPLAY 'FAVRFP: CTRMST NOT IN '
                                    'ACCT/TYPE/GRADE/START SEQUENCE '
                                    '- RUN TERMINATED'
                               STOP RUN
                          END-IF
                          MOVE CONTRACT-MASTER-REC(1:23) TO
                               WS-CP-PREV-KEY
                          ADD 1 TO WS-CONTRACT-TABLE-COUNT
                          SET WS-CP-IDX TO WS-CONTRACT-TABLE-COUNT
                          MOVE CP-ARTIST-ACCT-NO TO
                               WS-CP-ARTIST-ACCT-NO(WS-CP-IDX)
                          MOVE CP-INSTRUMENT-TYPE TO
                               WS-CP-INSTRUMENT-TYPE(WS-CP-IDX)
                          MOVE CP-INSTRUMENT-QUALITY TO
                               WS-CP-QUALITY(WS-CP-IDX)
                          MOVE CP-START-DATE TO
                               WS-CP-START-DATE(WS-CP-IDX)
                          MOVE CP-END-DATE TO
                               WS-CP-END-DATE(WS-CP-IDX)
                          MOVE CP-UNIT-PRICE TO
                               WS-CP-UNIT-PRICE(WS-CP-IDX)
                END-READ
           END-PERFORM.
       157-LOAD-ARTIST-MASTER.
      * Load The Artist Master Into A Working-Storage Table
           MOVE SPACE TO WS-ARTMST-EOF.
                     ELSE
                          MOVE SPACES TO WS-PKG-PROP-2E(WS-PKG-IDX)
                     END-IF
                     IF CONTRACT-PRICED
                          MOVE PROP-OUT-2F TO
                               WS-PKG-PROP-2F(WS-PKG-IDX)
                     ELSE
                          MOVE SPACES TO WS-PKG-PROP-2F(WS-PKG-IDX)
                     END-IF
                     PERFORM 905-BUILD-CSV-PREFIX
                     MOVE WS-CSV-LINE TO WS-PKG-CSV-TEXT(WS-PKG-IDX)
                     MOVE WS-CSV-PTR TO WS-PKG-CSV-PTR(WS-PKG-IDX)
                     MOVE WS-CSV-PRICE-BASIS TO
                          WS-PKG-PRICE-BASIS(WS-PKG-IDX)
                ELSE
                     PERFORM 450-WRITE-REJECT
                     MOVE SPACES TO WS-PKG-PROP-1(WS-PKG-IDX)
                     WRITE PROPOSAL-REC FROM WS-PKG-PROP-1(WS-PKG-IDX)
                     WRITE PROPOSAL-REC FROM WS-PKG-PROP-2(WS-PKG-IDX)
                     WRITE PROPOSAL-REC FROM WS-PKG-PROP-2B(WS-PKG-IDX)
                     IF WS-PKG-PROP-2F(WS-PKG-IDX) NOT = SPACES
                          WRITE PROPOSAL-REC FROM
                               WS-PKG-PROP-2F(WS-PKG-IDX)
                     END-IF
                     IF WS-PKG-VOLUME-PCT > ZERO
                          WRITE PROPOSAL-REC FROM
                               WS-PKG-PROP-2C(WS-PKG-IDX)
                     END-IF
                     MOVE WS-PKG-CSV-TEXT(WS-PKG-IDX) TO WS-CSV-LINE
                     MOVE WS-PKG-CSV-PTR(WS-PKG-IDX) TO WS-CSV-PTR
                     STRING WS-CSV-BUDGET-STATUS DELIMITED BY SPACE
                          ','                    DELIMITED BY SIZE
                          WS-PKG-PRICE-BASIS(WS-PKG-IDX)
                                                 DELIMITED BY SPACE
                          INTO WS-CSV-LINE
                          WITH POINTER WS-CSV-PTR
                     END-STRING
           WHEN OTHER
                INITIALIZE WS-GENRE-ADJ
           END-EVALUATE.
      * A Contract Price Is The Artist's Fixed Net Unit Price For
      * The Grade - No Grade Or Genre Adjustment Applies To It
           IF CONTRACT-PRICED
                INITIALIZE WS-QUAL-ADJ, WS-GENRE-ADJ
           END-IF.
      * Calculate Returning-Customer Loyalty Discount
      * (WS-LOYALTY-DISCOUNT-PCT Was Set By 230-LOOKUP-ARTIST)
           COMPUTE WS-LOYALTY-ADJ ROUNDED =
                     MOVE 'PRICE CALCULATION OVERFLOW' TO
                          WS-REJECT-REASON
           END-COMPUTE.
      * Nor Does The Loyalty Discount Or Package Volume Break
           IF CONTRACT-PRICED
                INITIALIZE WS-LOYALTY-ADJ, WS-VOLUME-ADJ
           END-IF.
           COMPUTE WS-ADJ-PRICE =
                WS-INSTR-PRICE + WS-QUAL-ADJ + WS-GENRE-ADJ
                + WS-LOYALTY-ADJ + WS-VOLUME-ADJ
           END-IF.
      *
       210-LOOKUP-INSTR-PRICE.
      * A Contract In Force For The Artist, Type, And Grade Sets The
      * Price Ahead Of PRICEMST. Otherwise Select The Most Recent
      * Price Effective On Or Before Today. A Binary Search Narrows
      * To The First Entry For The Type, Then The Type's Few
      * Effective Dates Are Scanned Forward.
           MOVE 'N' TO WS-PRICE-FOUND-SWITCH.
           INITIALIZE WS-INSTR-PRICE.
           PERFORM 226-LOOKUP-CONTRACT-PRICE.
           IF LIST-PRICED
                MOVE ZERO TO WS-PM-BEST-EFFECTIVE-DATE
                MOVE 1 TO WS-PM-LO
                MOVE WS-PRICE-TABLE-COUNT TO WS-PM-HI
                PERFORM 211-NARROW-PRICE-SEARCH
                     UNTIL WS-PM-LO > WS-PM-HI
                PERFORM 212-SCAN-PRICE-TYPE
                     VARYING WS-PM-SUB FROM WS-PM-LO BY 1
                     UNTIL WS-PM-SUB > WS-PRICE-TABLE-COUNT
                          OR WS-PM-INSTRUMENT-TYPE(WS-PM-SUB) NOT =
                               INSTRUMENT-TYPE
           END-IF.
       211-NARROW-PRICE-SEARCH.
      * On Exit WS-PM-LO Is The First Entry At Or Past The Type
           COMPUTE WS-PM-MID = (WS-PM-LO + WS-PM-HI) / 2.
                     WS-PM-BEST-EFFECTIVE-DATE
                MOVE 'Y' TO WS-PRICE-FOUND-SWITCH
           END-IF.
      *
       226-LOOKUP-CONTRACT-PRICE.
      * A Contract Is In Force When The Business Date Falls Within
      * Its Start And End Dates. A Binary Search Narrows To The First
      * Entry For The Account/Type/Grade, Then Its Terms Are Scanned.
           SET LIST-PRICED TO TRUE.
           MOVE ZERO TO WS-CP-FOUND-START, WS-CP-FOUND-END.
           MOVE ARTIST-ACCT-NO TO WS-CP-SEARCH-ACCT.
           MOVE INSTRUMENT-TYPE TO WS-CP-SEARCH-TYPE.
           MOVE INSTRUMENT-QUALITY TO WS-CP-SEARCH-QUALITY.
           MOVE 1 TO WS-CP-LO.
           MOVE WS-CONTRACT-TABLE-COUNT TO WS-CP-HI.
           PERFORM 227-NARROW-CONTRACT-SEARCH
                UNTIL WS-CP-LO > WS-CP-HI.
           PERFORM 228-SCAN-CONTRACT-TERMS
                VARYING WS-CP-SUB FROM WS-CP-LO BY 1
                UNTIL WS-CP-SUB > WS-CONTRACT-TABLE-COUNT
                     OR CONTRACT-PRICED
                     OR WS-CONTRACT-TABLE(WS-CP-SUB) (1:15) NOT =
                          WS-CP-SEARCH-KEY.
       227-NARROW-CONTRACT-SEARCH.
      * On Exit WS-CP-LO Is The First Entry At Or Past The Key
           COMPUTE WS-CP-MID = (WS-CP-LO + WS-CP-HI) / 2.
           IF WS-CONTRACT-TABLE(WS-CP-MID) (1:15) < WS-CP-SEARCH-KEY
                COMPUTE WS-CP-LO = WS-CP-MID + 1
           ELSE
                COMPUTE WS-CP-HI = WS-CP-MID - 1
           END-IF.
       228-SCAN-CONTRACT-TERMS.
           IF WS-CP-START-DATE(WS-CP-SUB) <= WS-BUSINESS-DATE
              AND WS-CP-END-DATE(WS-CP-SUB) >= WS-BUSINESS-DATE
                MOVE WS-CP-UNIT-PRICE(WS-CP-SUB) TO WS-INSTR-PRICE
                MOVE WS-CP-START-DATE(WS-CP-SUB) TO WS-CP-FOUND-START
                MOVE WS-CP-END-DATE(WS-CP-SUB) TO WS-CP-FOUND-END
                MOVE 'Y' TO WS-PRICE-FOUND-SWITCH
                SET CONTRACT-PRICED TO TRUE
           END-IF.
      *
       250-MOVE-DATA.
           MOVE ARTIST-ACCT-NO TO ARTIST-ACCT-NO-OUT.
           MOVE WS-EXCH-RATE TO EXCH-RATE-OUT.
           MOVE WS-LINE-QTY TO QTY-OUT.
           MOVE WS-EXT-TOTAL-COST TO EXT-TOTAL-OUT.
           MOVE WS-CP-FOUND-START TO CONTRACT-START-OUT.
           MOVE WS-CP-FOUND-END TO CONTRACT-END-OUT.
      *
       260-ACCUMULATE-TOTALS.
      * Roll Up Control Totals For The 004 Summary Trailer Page
           OPEN INPUT ARTMST.
           OPEN INPUT EXCHRATE.
           OPEN INPUT TAXRATE.
           OPEN INPUT CTRMST.
       320-OPEN-OUTPUT-FILES.
      * Extend On Restart, Else Open Output
           IF RESTART-REQUESTED
           WRITE PROPOSAL-REC FROM PROP-OUT-1.
           WRITE PROPOSAL-REC FROM PROP-OUT-2.
           WRITE PROPOSAL-REC FROM PROP-OUT-2B.
           IF CONTRACT-PRICED
                WRITE PROPOSAL-REC FROM PROP-OUT-2F
           END-IF.
           IF EXCH-RATE-FOUND
                WRITE PROPOSAL-REC FROM PROP-OUT-2D
           END-IF.
           WRITE EXCEPTION-REC FROM PROP-OUT-1.
           WRITE EXCEPTION-REC FROM PROP-OUT-2.
           WRITE EXCEPTION-REC FROM PROP-OUT-2B.
           IF CONTRACT-PRICED
                WRITE EXCEPTION-REC FROM PROP-OUT-2F
           END-IF.
           WRITE EXCEPTION-REC FROM PROP-OUT-3.
       900-WRITE-CSV-EXTRACT.
           IF BUDGET-EXCEEDED
                MOVE 'OK' TO WS-CSV-BUDGET-STATUS
           END-IF.
           PERFORM 905-BUILD-CSV-PREFIX.
           STRING WS-CSV-BUDGET-STATUS DELIMITED BY SPACE
                ','                    DELIMITED BY SIZE
                WS-CSV-PRICE-BASIS     DELIMITED BY SPACE
                INTO WS-CSV-LINE
                WITH POINTER WS-CSV-PTR
           END-STRING.
       905-BUILD-CSV-PREFIX.
      * Build The Comma-Delimited CSV Row Up To The Budget Status.
      * The Caller Appends The Status At WS-CSV-PTR - Package Lines
      * Do Not Know Theirs Until The Package Total Is Checked - And
      * Then The Price Basis Set Here, As The Last Column.
      * Every Priced Proposal Also Gets Its History Record Here So
      * The Proposal Id On The CSV And On PROPHIST Always Agree.
           ADD 1 TO WS-PROP-SEQ.
           MOVE WS-EXT-CONVERTED-TOTAL TO WS-CSV-CONVERTED-AMT.
           MOVE WS-EXPIRY-DATE TO WS-CSV-EXPIRY-DATE.
           MOVE WS-LINE-QTY TO WS-CSV-QTY.
           IF CONTRACT-PRICED
                MOVE 'CONTRACT' TO WS-CSV-PRICE-BASIS
           ELSE
                MOVE 'LIST' TO WS-CSV-PRICE-BASIS
           END-IF.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING
           CLOSE ARTMST.
           CLOSE EXCHRATE.
           CLOSE TAXRATE.
           CLOSE CTRMST.
       700-WRITE-HEADERS.
           INITIALIZE PROPOSAL-REC.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           WRITE PROPOSAL-REC FROM TRAILER-10B.
           WRITE PROPOSAL-REC FROM TRAILER-10C.
           WRITE PROPOSAL-REC FROM BLANK-LINE.
           WRITE PROPOSAL-REC FROM TRAILER-10D.
           WRITE PROPOSAL-REC FROM TRAILER-10E.
           WRITE PROPOSAL-REC FROM TRAILER-10F.
           WRITE PROPOSAL-REC FROM BLANK-LINE.
           WRITE PROPOSAL-REC FROM TRAILER-11.
           WRITE PROPOSAL-REC FROM TRAILER-12.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
