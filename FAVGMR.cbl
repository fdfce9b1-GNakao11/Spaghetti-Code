       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVGMR.
      * Gross Margin Report. Reads The Cumulative COGSHIST Cost Of
      * Goods File Appended By FAVSHP At Each Ship Confirmation And
      * Reports Shipped Units, Merchandise Revenue (Net Of Tax And
      * Freight), Cost Of Goods At The Weighted-Average Unit Cost,
      * Gross Margin, And Margin Percent On GMRRPT By Instrument Type
      * And Quality Grade, With A Subtotal Per Type And A Grand
      * Total. The Reporting Month Is The Run Date's Month, Taken
      * From The Ship Date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COGSHIST ASSIGN TO COGSHIST.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT GMRRPT ASSIGN TO GMRRPT.
       DATA DIVISION.
       FILE SECTION.
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
           05  CG-SHIP-DATE.
               10  CG-SHIP-YEAR         PIC 9(04).
               10  CG-SHIP-MONTH        PIC 9(02).
               10  CG-SHIP-DAY          PIC 9(02).
           05  CG-QTY                   PIC 9(03).
           05  CG-REVENUE               PIC 9(07)V99.
           05  CG-UNIT-COST             PIC 9(05)V99.
           05  CG-COST                  PIC 9(07)V99.
           05  CG-POST-DATE             PIC 9(08).
           05  FILLER                   PIC X(03).
      *
       SD  SORTWK
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05  SW-INSTRUMENT-TYPE       PIC X(06).
           05  SW-INSTRUMENT-QUALITY    PIC X(01).
           05  SW-QTY                   PIC 9(03).
           05  SW-REVENUE               PIC 9(07)V99.
           05  SW-COST                  PIC 9(07)V99.
           05  FILLER                   PIC X(52).
      *
       FD  GMRRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GMRRPT-REC.
       01  GMRRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-COGSHIST-EOF               PIC X(01) VALUE SPACE.
           88  COGSHIST-EOF             VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X(01) VALUE SPACE.
           88  SORT-EOF                 VALUE 'Y'.
      *
       01 WS-REPORT-YEAR                PIC 9(04) VALUE ZERO.
       01 WS-REPORT-MONTH               PIC 9(02) VALUE ZERO.
      *
       01 WS-FIRST-SWITCH               PIC X(01) VALUE 'Y'.
           88  FIRST-RECORD             VALUE 'Y'.
       01 WS-PREV-TYPE                  PIC X(06) VALUE SPACES.
       01 WS-PREV-QUALITY               PIC X(01) VALUE SPACES.
      *
       01 WS-RECORDS-READ               PIC 9(07) VALUE ZERO.
       01 WS-RECORDS-IN-PERIOD          PIC 9(07) VALUE ZERO.
      *
      * Grade, Type And Grand Accumulators
       01 WS-GRADE-UNITS                PIC 9(07) VALUE ZERO.
       01 WS-GRADE-REVENUE              PIC 9(09)V99 VALUE ZERO.
       01 WS-GRADE-COST                 PIC 9(09)V99 VALUE ZERO.
       01 WS-TYPE-UNITS                 PIC 9(07) VALUE ZERO.
       01 WS-TYPE-REVENUE               PIC 9(09)V99 VALUE ZERO.
       01 WS-TYPE-COST                  PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-UNITS                PIC 9(07) VALUE ZERO.
       01 WS-GRAND-REVENUE              PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-COST                 PIC 9(09)V99 VALUE ZERO.
      *
      * Margin Work Fields - Loaded From Whichever Level Is Printing
       01 WS-LINE-REVENUE               PIC 9(09)V99 VALUE ZERO.
       01 WS-LINE-COST                  PIC 9(09)V99 VALUE ZERO.
       01 WS-LINE-MARGIN                PIC S9(09)V99 VALUE ZERO.
       01 WS-LINE-PCT                   PIC S9(05)V9 VALUE ZERO.
      *
       01  GMR-HEADER-1.
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
       01  GMR-HEADER-2.
           05  FILLER         PIC X(30) VALUE SPACES.
           05  FILLER         PIC X(19)
                              VALUE 'GROSS MARGIN REPORT'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  GMR-HEADER-2B.
           05  FILLER         PIC X(18)
               VALUE 'REPORTING PERIOD: '.
           05  GMR-PERIOD-YR-OUT PIC 9(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  GMR-PERIOD-MO-OUT PIC 9(02).
           05  FILLER         PIC X(55) VALUE SPACES.
       01  GMR-HEADER-3.
           05  FILLER         PIC X(07) VALUE 'TYPE   '.
           05  FILLER         PIC X(05) VALUE 'GRADE'.
           05  FILLER         PIC X(06) VALUE ' UNITS'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '      REVENUE'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '         COST'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE '       MARGIN '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'MARGIN%'.
           05  FILLER         PIC X(11) VALUE SPACES.
       01  GMR-HEADER-4.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE ALL '-'.
           05  FILLER         PIC X(11) VALUE SPACES.
       01  GMR-DETAIL-LINE.
           05  GMR-TYPE-OUT   PIC X(06).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  GMR-GRADE-OUT  PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GMR-UNITS-OUT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-REVENUE-OUT PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-COST-OUT   PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-MARGIN-OUT PIC $$,$$$,$$9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-PCT-OUT    PIC ----9.9.
           05  FILLER         PIC X(11) VALUE SPACES.
       01  GMR-TOTAL-LINE.
           05  GMR-TOT-LABEL  PIC X(12).
           05  GMR-TOT-UNITS-OUT PIC ZZ,ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-TOT-REVENUE-OUT PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-TOT-COST-OUT PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-TOT-MARGIN-OUT PIC $$,$$$,$$9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  GMR-TOT-PCT-OUT PIC ----9.9.
           05  FILLER         PIC X(11) VALUE SPACES.
       01  GMR-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  GMR-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  GMR-CTL-LABEL  PIC X(17).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  GMR-CTL-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(42) VALUE SPACES.
      *
       01  BLANK-LINE.
           05  FILLER         PIC X(80) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           SORT SORTWK ON ASCENDING KEY SW-INSTRUMENT-TYPE
                                        SW-INSTRUMENT-QUALITY
                INPUT PROCEDURE 050-RELEASE-PERIOD
                OUTPUT PROCEDURE 100-REPORT-MARGIN.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR.
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH.
           OPEN OUTPUT GMRRPT.
           PERFORM 700-WRITE-HEADERS.
       050-RELEASE-PERIOD.
      * Release The Reporting Month's Shipments Into The Sort
           OPEN INPUT COGSHIST.
           MOVE SPACE TO WS-COGSHIST-EOF.
           PERFORM UNTIL COGSHIST-EOF
                READ COGSHIST
                     AT END MOVE 'Y' TO WS-COGSHIST-EOF
                     NOT AT END
                          ADD 1 TO WS-RECORDS-READ
                          IF CG-SHIP-YEAR = WS-REPORT-YEAR
                             AND CG-SHIP-MONTH = WS-REPORT-MONTH
                               PERFORM 060-RELEASE-ONE-SHIPMENT
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE COGSHIST.
       060-RELEASE-ONE-SHIPMENT.
           ADD 1 TO WS-RECORDS-IN-PERIOD.
           MOVE SPACES TO SORT-REC.
           MOVE CG-INSTRUMENT-TYPE TO SW-INSTRUMENT-TYPE.
           MOVE CG-INSTRUMENT-QUALITY TO SW-INSTRUMENT-QUALITY.
           MOVE CG-QTY TO SW-QTY.
           MOVE CG-REVENUE TO SW-REVENUE.
           MOVE CG-COST TO SW-COST.
           RELEASE SORT-REC.
       100-REPORT-MARGIN.
      * Control Break On Grade Within Type Over The Sorted Shipments
           PERFORM 200-RETURN-SORTED.
           PERFORM 110-PROCESS-SORTED UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
                PERFORM 310-PRINT-GRADE
                PERFORM 320-PRINT-TYPE
           END-IF.
           PERFORM 330-PRINT-GRAND-TOTAL.
       110-PROCESS-SORTED.
           IF FIRST-RECORD
                MOVE 'N' TO WS-FIRST-SWITCH
                MOVE SW-INSTRUMENT-TYPE TO WS-PREV-TYPE
                MOVE SW-INSTRUMENT-QUALITY TO WS-PREV-QUALITY
           ELSE
                IF SW-INSTRUMENT-TYPE NOT = WS-PREV-TYPE
                     PERFORM 310-PRINT-GRADE
                     PERFORM 320-PRINT-TYPE
                     MOVE SW-INSTRUMENT-TYPE TO WS-PREV-TYPE
                     MOVE SW-INSTRUMENT-QUALITY TO WS-PREV-QUALITY
                ELSE
                     IF SW-INSTRUMENT-QUALITY NOT = WS-PREV-QUALITY
                          PERFORM 310-PRINT-GRADE
                          MOVE SW-INSTRUMENT-QUALITY TO
                               WS-PREV-QUALITY
                     END-IF
                END-IF
           END-IF.
           ADD SW-QTY TO WS-GRADE-UNITS.
           ADD SW-REVENUE TO WS-GRADE-REVENUE.
           ADD SW-COST TO WS-GRADE-COST.
           PERFORM 200-RETURN-SORTED.
       200-RETURN-SORTED.
           RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       300-COMPUTE-MARGIN.
      * Margin And Margin Percent Of Revenue For The Level Printing
           COMPUTE WS-LINE-MARGIN = WS-LINE-REVENUE - WS-LINE-COST.
           IF WS-LINE-REVENUE > ZERO
                COMPUTE WS-LINE-PCT ROUNDED =
                     WS-LINE-MARGIN * 100 / WS-LINE-REVENUE
                     ON SIZE ERROR
                          MOVE ZERO TO WS-LINE-PCT
                END-COMPUTE
           ELSE
                MOVE ZERO TO WS-LINE-PCT
           END-IF.
       310-PRINT-GRADE.
           MOVE WS-GRADE-REVENUE TO WS-LINE-REVENUE.
           MOVE WS-GRADE-COST TO WS-LINE-COST.
           PERFORM 300-COMPUTE-MARGIN.
           MOVE WS-PREV-TYPE TO GMR-TYPE-OUT.
           MOVE WS-PREV-QUALITY TO GMR-GRADE-OUT.
           MOVE WS-GRADE-UNITS TO GMR-UNITS-OUT.
           MOVE WS-GRADE-REVENUE TO GMR-REVENUE-OUT.
           MOVE WS-GRADE-COST TO GMR-COST-OUT.
           MOVE WS-LINE-MARGIN TO GMR-MARGIN-OUT.
           MOVE WS-LINE-PCT TO GMR-PCT-OUT.
           WRITE GMRRPT-REC FROM GMR-DETAIL-LINE.
           ADD WS-GRADE-UNITS TO WS-TYPE-UNITS.
           ADD WS-GRADE-REVENUE TO WS-TYPE-REVENUE.
           ADD WS-GRADE-COST TO WS-TYPE-COST.
           MOVE ZERO TO WS-GRADE-UNITS.
           MOVE ZERO TO WS-GRADE-REVENUE.
           MOVE ZERO TO WS-GRADE-COST.
       320-PRINT-TYPE.
           MOVE WS-TYPE-REVENUE TO WS-LINE-REVENUE.
           MOVE WS-TYPE-COST TO WS-LINE-COST.
           PERFORM 300-COMPUTE-MARGIN.
           MOVE SPACES TO GMR-TOT-LABEL.
           STRING WS-PREV-TYPE DELIMITED BY SPACE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO GMR-TOT-LABEL
           END-STRING.
           MOVE WS-TYPE-UNITS TO GMR-TOT-UNITS-OUT.
           MOVE WS-TYPE-REVENUE TO GMR-TOT-REVENUE-OUT.
           MOVE WS-TYPE-COST TO GMR-TOT-COST-OUT.
           MOVE WS-LINE-MARGIN TO GMR-TOT-MARGIN-OUT.
           MOVE WS-LINE-PCT TO GMR-TOT-PCT-OUT.
           WRITE GMRRPT-REC FROM GMR-TOTAL-LINE.
           WRITE GMRRPT-REC FROM BLANK-LINE.
           ADD WS-TYPE-UNITS TO WS-GRAND-UNITS.
           ADD WS-TYPE-REVENUE TO WS-GRAND-REVENUE.
           ADD WS-TYPE-COST TO WS-GRAND-COST.
           MOVE ZERO TO WS-TYPE-UNITS.
           MOVE ZERO TO WS-TYPE-REVENUE.
           MOVE ZERO TO WS-TYPE-COST.
       330-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-REVENUE TO WS-LINE-REVENUE.
           MOVE WS-GRAND-COST TO WS-LINE-COST.
           PERFORM 300-COMPUTE-MARGIN.
           WRITE GMRRPT-REC FROM GMR-HEADER-4.
           MOVE 'GRAND TOTAL ' TO GMR-TOT-LABEL.
           MOVE WS-GRAND-UNITS TO GMR-TOT-UNITS-OUT.
           MOVE WS-GRAND-REVENUE TO GMR-TOT-REVENUE-OUT.
           MOVE WS-GRAND-COST TO GMR-TOT-COST-OUT.
           MOVE WS-LINE-MARGIN TO GMR-TOT-MARGIN-OUT.
           MOVE WS-LINE-PCT TO GMR-TOT-PCT-OUT.
           WRITE GMRRPT-REC FROM GMR-TOTAL-LINE.
       600-CLOSE-FILES.
           CLOSE GMRRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-REPORT-YEAR TO GMR-PERIOD-YR-OUT.
           MOVE WS-REPORT-MONTH TO GMR-PERIOD-MO-OUT.
           WRITE GMRRPT-REC FROM GMR-HEADER-1.
           WRITE GMRRPT-REC FROM GMR-HEADER-2.
           WRITE GMRRPT-REC FROM GMR-HEADER-2B.
           WRITE GMRRPT-REC FROM BLANK-LINE.
           WRITE GMRRPT-REC FROM GMR-HEADER-3.
           WRITE GMRRPT-REC FROM GMR-HEADER-4.
       800-WRITE-TRAILERS.
           WRITE GMRRPT-REC FROM BLANK-LINE.
           WRITE GMRRPT-REC FROM GMR-TRAILER-1.
           MOVE 'COGS RECORDS     ' TO GMR-CTL-LABEL.
           MOVE WS-RECORDS-READ TO GMR-CTL-COUNT.
           WRITE GMRRPT-REC FROM GMR-TRAILER-2.
           MOVE 'SHIPPED IN MONTH ' TO GMR-CTL-LABEL.
           MOVE WS-RECORDS-IN-PERIOD TO GMR-CTL-COUNT.
           WRITE GMRRPT-REC FROM GMR-TRAILER-2.
