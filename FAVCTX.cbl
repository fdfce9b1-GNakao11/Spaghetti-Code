       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVCTX.
      * Artist Contract Expiry Report. Reads The CTRMST Contract
      * Price Master Maintained By FAVMNT And Warns On CTXRPT Of
      * Every Contract Whose Term Ends Within The Next 30 Days, So
      * The Desk Can Renegotiate Before FAVRFP Drops The Artist
      * Back To PRICEMST List Prices. A Contract Already Followed By
      * A Renewal Term For The Same Artist, Type, And Grade Shows As
      * RENEWED; One That Ended In The Last 30 Days With No Renewal
      * Shows As LAPSED. Any Unrenewed Expiry Sets Return Code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTRMST ASSIGN TO CTRMST.
           SELECT CTXRPT ASSIGN TO CTXRPT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CTXRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTXRPT-REC.
       01  CTXRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-CTRMST-EOF                 PIC X(01) VALUE SPACE.
           88  CTRMST-EOF               VALUE 'Y'.
      *
      * The Contracts Are Held In Account/Type/Grade/Start Sequence
      * As FAVMNT Writes Them, So A Contract's Renewal Term Is The
      * Next Entry For The Same Account, Type, And Grade
       01 WS-CP-TABLE-DATA.
           05  WS-CP-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CP-TABLE OCCURS 5000 TIMES.
               10  WS-CP-KEY.
                   15  WS-CP-ARTIST-ACCT-NO  PIC X(08).
                   15  WS-CP-INSTRUMENT-TYPE PIC X(06).
                   15  WS-CP-QUALITY         PIC X(01).
               10  WS-CP-START-DATE       PIC 9(08).
               10  WS-CP-END-DATE         PIC 9(08).
               10  WS-CP-UNIT-PRICE       PIC 9(05)V99.
       01 WS-CP-PREV-KEY                PIC X(23) VALUE LOW-VALUES.
       01 WS-SUB-1                      PIC 9(05) COMP VALUE ZERO.
       01 WS-SUB-2                      PIC 9(05) COMP VALUE ZERO.
      *
      * The Warning Window - Contracts Ending Today Through 30 Days
      * Out, And Those That Lapsed Within The Last 30 Days
       01 WS-WARNING-DAYS               PIC 9(03) VALUE 30.
       01 WS-TODAY-INTEGER              PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-END-DATE            PIC 9(08) VALUE ZERO.
       01 WS-END-INTEGER                PIC 9(08) VALUE ZERO.
       01 WS-NEXT-START-INTEGER         PIC 9(08) VALUE ZERO.
       01 WS-DAYS-LEFT                  PIC S9(07) VALUE ZERO.
       01 WS-RENEWED-SWITCH             PIC X(01) VALUE 'N'.
           88  CONTRACT-RENEWED         VALUE 'Y'.
      *
       01 WS-CONTRACTS-READ             PIC 9(05) VALUE ZERO.
       01 WS-IN-FORCE-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-EXPIRING-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-RENEWED-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-LAPSED-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-FUTURE-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-EXPIRED-COUNT              PIC 9(05) VALUE ZERO.
      *
       01  CTX-HEADER-1.
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
       01  CTX-HEADER-2.
           05  FILLER         PIC X(26) VALUE SPACES.
           05  FILLER         PIC X(28)
                              VALUE 'CONTRACT PRICE EXPIRY REPORT'.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  CTX-HEADER-2B.
           05  FILLER         PIC X(22)
               VALUE 'CONTRACTS ENDING FROM '.
           05  CTX-WINDOW-FROM-OUT PIC 9999/99/99.
           05  FILLER         PIC X(09) VALUE ' THROUGH '.
           05  CTX-WINDOW-TO-OUT   PIC 9999/99/99.
           05  FILLER         PIC X(29) VALUE SPACES.
       01  CTX-HEADER-3.
           05  FILLER         PIC X(10) VALUE 'ACCT NO   '.
           05  FILLER         PIC X(08) VALUE 'TYPE    '.
           05  FILLER         PIC X(07) VALUE 'GRADE  '.
           05  FILLER         PIC X(12) VALUE 'START       '.
           05  FILLER         PIC X(12) VALUE 'END         '.
           05  FILLER         PIC X(12) VALUE 'UNIT PRICE  '.
           05  FILLER         PIC X(06) VALUE 'DAYS  '.
           05  FILLER         PIC X(08) VALUE 'STATUS  '.
           05  FILLER         PIC X(05) VALUE SPACES.
       01  CTX-HEADER-4.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(05) VALUE SPACES.
       01  CTX-DETAIL-LINE.
           05  CTX-ACCT-OUT   PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CTX-TYPE-OUT   PIC X(06).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  CTX-GRADE-OUT  PIC X(01).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  CTX-START-OUT  PIC 9999/99/99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CTX-END-OUT    PIC 9999/99/99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CTX-PRICE-OUT  PIC $$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CTX-DAYS-OUT   PIC ---9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CTX-STATUS-OUT PIC X(08).
           05  FILLER         PIC X(05) VALUE SPACES.
       01  CTX-NONE-LINE.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(38)
               VALUE 'NO CONTRACTS END IN THE WARNING WINDOW'.
           05  FILLER         PIC X(37) VALUE SPACES.
       01  CTX-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  CTX-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  CTX-CTL-LABEL  PIC X(17).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  CTX-CTL-COUNT  PIC ZZ,ZZ9.
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
           PERFORM 150-LOAD-CONTRACT-MASTER.
           PERFORM 200-CHECK-CONTRACT
                VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-CP-TABLE-COUNT.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           COMPUTE WS-WINDOW-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                         + WS-WARNING-DAYS).
           OPEN INPUT CTRMST.
           OPEN OUTPUT CTXRPT.
           PERFORM 700-WRITE-HEADERS.
       150-LOAD-CONTRACT-MASTER.
      * The Master Must Arrive In Key Sequence For The Renewal Check
           MOVE SPACE TO WS-CTRMST-EOF.
           MOVE LOW-VALUES TO WS-CP-PREV-KEY.
           PERFORM UNTIL CTRMST-EOF
                READ CTRMST
                     AT END MOVE 'Y' TO WS-CTRMST-EOF
                     NOT AT END
                          IF WS-CP-TABLE-COUNT >= 5000
                               DISPLAY
                             'FAVCTX: CTRMST EXCEEDS WS-CP-TABLE '
                                  'CAPACITY OF 5000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          IF CONTRACT-MASTER-REC(1:23) NOT >
                                  WS-CP-PREV-KEY
                               DISPLAY 'FAVCTX: CTRMST NOT IN '
                                    'ACCT/TYPE/GRADE/START SEQUENCE '
                                    '- RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          MOVE CONTRACT-MASTER-REC(1:23) TO
                               WS-CP-PREV-KEY
                          ADD 1 TO WS-CP-TABLE-COUNT
                          MOVE CP-ARTIST-ACCT-NO TO
                            WS-CP-ARTIST-ACCT-NO(WS-CP-TABLE-COUNT)
                          MOVE CP-INSTRUMENT-TYPE TO
                            WS-CP-INSTRUMENT-TYPE(WS-CP-TABLE-COUNT)
                          MOVE CP-INSTRUMENT-QUALITY TO
                            WS-CP-QUALITY(WS-CP-TABLE-COUNT)
                          MOVE CP-START-DATE TO
                            WS-CP-START-DATE(WS-CP-TABLE-COUNT)
                          MOVE CP-END-DATE TO
                            WS-CP-END-DATE(WS-CP-TABLE-COUNT)
                          MOVE CP-UNIT-PRICE TO
                            WS-CP-UNIT-PRICE(WS-CP-TABLE-COUNT)
                END-READ
           END-PERFORM.
           MOVE WS-CP-TABLE-COUNT TO WS-CONTRACTS-READ.
      *
       200-CHECK-CONTRACT.
      * Days Left Runs From Today To The Contract's Last Day
           COMPUTE WS-END-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CP-END-DATE(WS-SUB-1)).
           COMPUTE WS-DAYS-LEFT = WS-END-INTEGER - WS-TODAY-INTEGER.
           IF WS-CP-START-DATE(WS-SUB-1) <= WS-CURRENT-DATE-NUM
              AND WS-DAYS-LEFT >= ZERO
                ADD 1 TO WS-IN-FORCE-COUNT
           END-IF.
           PERFORM 210-CHECK-RENEWAL.
           EVALUATE TRUE
           WHEN WS-DAYS-LEFT > WS-WARNING-DAYS
                IF WS-CP-START-DATE(WS-SUB-1) > WS-CURRENT-DATE-NUM
                     ADD 1 TO WS-FUTURE-COUNT
                END-IF
           WHEN WS-DAYS-LEFT >= ZERO
                IF CONTRACT-RENEWED
                     MOVE 'RENEWED ' TO CTX-STATUS-OUT
                     ADD 1 TO WS-RENEWED-COUNT
                ELSE
                     MOVE 'EXPIRES ' TO CTX-STATUS-OUT
                     ADD 1 TO WS-EXPIRING-COUNT
                END-IF
                PERFORM 500-WRITE-DETAIL
           WHEN WS-DAYS-LEFT >= WS-WARNING-DAYS * -1
              AND NOT CONTRACT-RENEWED
                MOVE 'LAPSED  ' TO CTX-STATUS-OUT
                ADD 1 TO WS-LAPSED-COUNT
                PERFORM 500-WRITE-DETAIL
           WHEN OTHER
                ADD 1 TO WS-EXPIRED-COUNT
           END-EVALUATE.
       210-CHECK-RENEWAL.
      * The Contract Is Renewed When The Next Term For The Same
      * Artist, Type, And Grade Starts By The Day After It Ends
           MOVE 'N' TO WS-RENEWED-SWITCH.
           ADD 1 WS-SUB-1 GIVING WS-SUB-2.
           IF WS-SUB-2 <= WS-CP-TABLE-COUNT
                IF WS-CP-KEY(WS-SUB-2) = WS-CP-KEY(WS-SUB-1)
                     COMPUTE WS-NEXT-START-INTEGER =
                          FUNCTION INTEGER-OF-DATE
                               (WS-CP-START-DATE(WS-SUB-2))
                     IF WS-NEXT-START-INTEGER <= WS-END-INTEGER + 1
                          SET CONTRACT-RENEWED TO TRUE
                     END-IF
                END-IF
           END-IF.
      *
       500-WRITE-DETAIL.
           MOVE WS-CP-ARTIST-ACCT-NO(WS-SUB-1) TO CTX-ACCT-OUT.
           MOVE WS-CP-INSTRUMENT-TYPE(WS-SUB-1) TO CTX-TYPE-OUT.
           MOVE WS-CP-QUALITY(WS-SUB-1) TO CTX-GRADE-OUT.
           MOVE WS-CP-START-DATE(WS-SUB-1) TO CTX-START-OUT.
           MOVE WS-CP-END-DATE(WS-SUB-1) TO CTX-END-OUT.
           MOVE WS-CP-UNIT-PRICE(WS-SUB-1) TO CTX-PRICE-OUT.
           MOVE WS-DAYS-LEFT TO CTX-DAYS-OUT.
           WRITE CTXRPT-REC FROM CTX-DETAIL-LINE.
      *
       600-CLOSE-FILES.
           CLOSE CTRMST.
           CLOSE CTXRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-CURRENT-DATE-NUM TO CTX-WINDOW-FROM-OUT.
           MOVE WS-WINDOW-END-DATE TO CTX-WINDOW-TO-OUT.
           WRITE CTXRPT-REC FROM CTX-HEADER-1.
           WRITE CTXRPT-REC FROM CTX-HEADER-2.
           WRITE CTXRPT-REC FROM CTX-HEADER-2B.
           WRITE CTXRPT-REC FROM BLANK-LINE.
           WRITE CTXRPT-REC FROM CTX-HEADER-3.
           WRITE CTXRPT-REC FROM CTX-HEADER-4.
       800-WRITE-TRAILERS.
           IF WS-EXPIRING-COUNT + WS-RENEWED-COUNT + WS-LAPSED-COUNT
                = ZERO
                WRITE CTXRPT-REC FROM CTX-NONE-LINE
           END-IF.
           WRITE CTXRPT-REC FROM BLANK-LINE.
           WRITE CTXRPT-REC FROM CTX-TRAILER-1.
           MOVE 'CONTRACTS READ   ' TO CTX-CTL-LABEL.
           MOVE WS-CONTRACTS-READ TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'IN FORCE TODAY   ' TO CTX-CTL-LABEL.
           MOVE WS-IN-FORCE-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'EXPIRING 30 DAYS ' TO CTX-CTL-LABEL.
           MOVE WS-EXPIRING-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'ALREADY RENEWED  ' TO CTX-CTL-LABEL.
           MOVE WS-RENEWED-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'LAPSED 30 DAYS   ' TO CTX-CTL-LABEL.
           MOVE WS-LAPSED-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'NOT YET STARTED  ' TO CTX-CTL-LABEL.
           MOVE WS-FUTURE-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
           MOVE 'ENDED EARLIER    ' TO CTX-CTL-LABEL.
           MOVE WS-EXPIRED-COUNT TO CTX-CTL-COUNT.
           WRITE CTXRPT-REC FROM CTX-TRAILER-2.
      * An Unrenewed Expiry - Coming Up Or Already Lapsed - Warns The
      * Scheduler As Well As The Desk
           IF WS-EXPIRING-COUNT > ZERO OR WS-LAPSED-COUNT > ZERO
                DISPLAY 'FAVCTX: ' WS-EXPIRING-COUNT
                     ' CONTRACT(S) EXPIRE WITHIN 30 DAYS, '
                     WS-LAPSED-COUNT ' LAPSED - SEE CTXRPT'
                MOVE 4 TO RETURN-CODE
           END-IF.
