       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVXRF.
      * Master File Cross-Reference Check. FAVMNT Edits Each Master
      * Transaction On Its Own, So The Masters Can Drift Apart; This
      * Pre-Run Check Loads PRICEMST, SHIPRATE, EXCHRATE, TAXRATE,
      * ARTMST, INVMST And The CTRMST Contract Prices And Lists On
      * XRFRPT Every Place They Disagree, Judged As Of Today The Same
      * Way FAVRFP Prices. A Gap That Would Make FAVRFP Reject A Line
      * Or Stop Is An ERROR:
      *    - An ARTMST Default Ship-To That Is Not On SHIPRATE
      *    - A SHIPRATE Country With No Tax Rate In Effect For An
      *      Instrument Type (Neither A Typed Nor A Default Entry)
      *    - An INVMST Instrument Type With No PRICEMST Price In
      *      Effect
      *    - A Master Out Of Key Sequence
      * Anything Else Is A WARNING - A SHIPRATE Country Other Than
      * The Home Country With No Exchange Rate (FAVRFP Would Quote It
      * In USD At Par), TAXRATE Or EXCHRATE Countries Not On
      * SHIPRATE, Priced Types Not Stocked, Bad Types Or Grades, And
      * Contracts For Accounts Not On ARTMST Or Type/Grades Not On
      * INVMST. Runs After FAVMNT And Before FAVRFP; Any ERROR Sets
      * Return Code 8 So Operations Hold FAVRFP, And WARNINGs Alone
      * Set Return Code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEMST ASSIGN TO PRICEMST.
           SELECT SHIPRATE ASSIGN TO SHIPRATE.
           SELECT EXCHRATE ASSIGN TO EXCHRATE.
           SELECT TAXRATE ASSIGN TO TAXRATE.
           SELECT ARTMST ASSIGN TO ARTMST.
           SELECT INVMST ASSIGN TO INVMST.
           SELECT OPTIONAL CTRMST ASSIGN TO CTRMST.
           SELECT XRFRPT ASSIGN TO XRFRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICEMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICE-MASTER-REC.
       01  PRICE-MASTER-REC.
           05  PM-INSTRUMENT-TYPE       PIC X(06).
           05  PM-EFFECTIVE-DATE        PIC 9(08).
           05  PM-UNIT-PRICE            PIC 9(05)V99.
           05  FILLER                   PIC X(09).
      *
       FD  SHIPRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHIP-RATE-MASTER-REC.
       01  SHIP-RATE-MASTER-REC.
           05  SR-COUNTRY-CODE          PIC X(03).
           05  SR-SHIP-PCT              PIC 9V999.
           05  FILLER                   PIC X(08).
      *
       FD  EXCHRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCH-RATE-MASTER-REC.
       01  EXCH-RATE-MASTER-REC.
           05  EX-COUNTRY-CODE          PIC X(03).
           05  EX-CURRENCY-CODE         PIC X(03).
           05  EX-EFFECTIVE-DATE        PIC 9(08).
           05  EX-RATE                  PIC 9(04)V9(04).
           05  FILLER                   PIC X(08).
      *
       FD  TAXRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-RATE-MASTER-REC.
       01  TAX-RATE-MASTER-REC.
           05  TX-COUNTRY-CODE          PIC X(03).
           05  TX-INSTRUMENT-TYPE       PIC X(06).
           05  TX-EFFECTIVE-DATE        PIC 9(08).
           05  TX-TAX-PCT               PIC 9V999.
           05  TX-EXEMPT-FLAG           PIC X(01).
           05  FILLER                   PIC X(08).
      *
       FD  ARTMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARTIST-MASTER-REC.
       01  ARTIST-MASTER-REC.
           05  AM-ARTIST-ACCT-NO        PIC X(08).
           05  AM-LOYALTY-DISCOUNT-PCT  PIC 9V999.
           05  AM-DEFAULT-SHIP-TO       PIC X(03).
           05  AM-CREDIT-LIMIT          PIC 9(07)V99.
           05  AM-CREDIT-HOLD-FLAG      PIC X(01).
           05  FILLER                   PIC X(05).
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
      * Artist Contract Price Master - Maintained By FAVMNT
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
       FD  XRFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XRFRPT-REC.
       01  XRFRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-PRICEMST-EOF               PIC X(01) VALUE SPACE.
           88  PRICEMST-EOF             VALUE 'Y'.
       01 WS-SHIPRATE-EOF               PIC X(01) VALUE SPACE.
           88  SHIPRATE-EOF             VALUE 'Y'.
       01 WS-EXCHRATE-EOF               PIC X(01) VALUE SPACE.
           88  EXCHRATE-EOF             VALUE 'Y'.
       01 WS-TAXRATE-EOF                PIC X(01) VALUE SPACE.
           88  TAXRATE-EOF              VALUE 'Y'.
       01 WS-ARTMST-EOF                 PIC X(01) VALUE SPACE.
           88  ARTMST-EOF               VALUE 'Y'.
       01 WS-INVMST-EOF                 PIC X(01) VALUE SPACE.
           88  INVMST-EOF               VALUE 'Y'.
       01 WS-CTRMST-EOF                 PIC X(01) VALUE SPACE.
           88  CTRMST-EOF               VALUE 'Y'.
      *
      * The Instrument Types FAVRFP Accepts On An RFP
       01 WS-VALID-TYPES.
           05  FILLER                   PIC X(06) VALUE 'KEYS'.
           05  FILLER                   PIC X(06) VALUE 'VOCALS'.
           05  FILLER                   PIC X(06) VALUE 'GUITAR'.
           05  FILLER                   PIC X(06) VALUE 'BASS'.
           05  FILLER                   PIC X(06) VALUE 'DRUMS'.
           05  FILLER                   PIC X(06) VALUE 'PERC'.
       01 WS-VALID-TYPES-TBL REDEFINES WS-VALID-TYPES
               OCCURS 6 TIMES.
           05  WS-VT-TYPE               PIC X(06).
       01 WS-VT-SUB                     PIC 9(02) COMP VALUE ZERO.
       01 WS-VALID-TYPE-SWITCH          PIC X(01) VALUE 'N'.
           88  VALID-TYPE               VALUE 'Y'.
       01 WS-CHECK-TYPE                 PIC X(06) VALUE SPACES.
      *
      * FAVRFP Quotes The Home Country In USD At Par With No
      * Exchange Rate Entry
       01 WS-HOME-COUNTRY               PIC X(03) VALUE 'USA'.
      *
       01 WS-PRICE-TABLE-DATA.
           05  WS-PRICE-TABLE-COUNT     PIC 9(04) VALUE ZERO.
           05  WS-PRICE-TABLE OCCURS 2000 TIMES.
               10  WS-PM-INSTRUMENT-TYPE   PIC X(06).
               10  WS-PM-EFFECTIVE-DATE    PIC 9(08).
       01 WS-PM-PREV-KEY                PIC X(14) VALUE LOW-VALUES.
       01 WS-PM-LO                      PIC 9(04) COMP VALUE ZERO.
       01 WS-PM-HI                      PIC 9(04) COMP VALUE ZERO.
       01 WS-PM-MID                     PIC 9(04) COMP VALUE ZERO.
       01 WS-PM-SUB                     PIC 9(04) COMP VALUE ZERO.
       01 WS-PRICE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  PRICE-FOUND              VALUE 'Y'.
      *
       01 WS-SHIP-RATE-TABLE-DATA.
           05  WS-SHIP-RATE-TABLE-COUNT PIC 9(03) VALUE ZERO.
           05  WS-SHIP-RATE-TABLE OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SHIP-RATE-TABLE-COUNT
               ASCENDING KEY IS WS-SR-COUNTRY-CODE
               INDEXED BY WS-SR-IDX.
               10  WS-SR-COUNTRY-CODE   PIC X(03).
       01 WS-SR-PREV-CODE               PIC X(03) VALUE LOW-VALUES.
       01 WS-SR-SUB                     PIC 9(03) COMP VALUE ZERO.
       01 WS-SHIP-RATE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  SHIP-RATE-FOUND          VALUE 'Y'.
       01 WS-SEARCH-COUNTRY             PIC X(03) VALUE SPACES.
      *
       01 WS-EXCH-TABLE-DATA.
           05  WS-EXCH-TABLE-COUNT      PIC 9(04) VALUE ZERO.
           05  WS-EXCH-TABLE OCCURS 2000 TIMES.
               10  WS-EX-COUNTRY-CODE   PIC X(03).
               10  WS-EX-EFFECTIVE-DATE PIC 9(08).
       01 WS-EX-PREV-KEY                PIC X(11) VALUE LOW-VALUES.
       01 WS-EX-LO                      PIC 9(04) COMP VALUE ZERO.
       01 WS-EX-HI                      PIC 9(04) COMP VALUE ZERO.
       01 WS-EX-MID                     PIC 9(04) COMP VALUE ZERO.
       01 WS-EX-SUB                     PIC 9(04) COMP VALUE ZERO.
       01 WS-EXCH-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  EXCH-RATE-FOUND          VALUE 'Y'.
      *
       01 WS-TAX-TABLE-DATA.
           05  WS-TAX-TABLE-COUNT       PIC 9(04) VALUE ZERO.
           05  WS-TAX-TABLE OCCURS 2000 TIMES.
               10  WS-TX-COUNTRY-CODE   PIC X(03).
               10  WS-TX-INSTRUMENT-TYPE PIC X(06).
               10  WS-TX-EFFECTIVE-DATE PIC 9(08).
       01 WS-TX-PREV-KEY                PIC X(17) VALUE LOW-VALUES.
       01 WS-TX-SEARCH-KEY.
           05  WS-TX-SEARCH-COUNTRY     PIC X(03).
           05  WS-TX-SEARCH-TYPE        PIC X(06).
       01 WS-TX-LO                      PIC 9(04) COMP VALUE ZERO.
       01 WS-TX-HI                      PIC 9(04) COMP VALUE ZERO.
       01 WS-TX-MID                     PIC 9(04) COMP VALUE ZERO.
       01 WS-TX-SUB                     PIC 9(04) COMP VALUE ZERO.
       01 WS-TAX-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  TAX-RATE-FOUND           VALUE 'Y'.
      *
       01 WS-ARTIST-TABLE-DATA.
           05  WS-ARTIST-TABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-ARTIST-TABLE OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-ARTIST-TABLE-COUNT
               ASCENDING KEY IS WS-AM-ARTIST-ACCT-NO
               INDEXED BY WS-AM-IDX.
               10  WS-AM-ARTIST-ACCT-NO PIC X(08).
       01 WS-AM-PREV-ACCT-NO            PIC X(08) VALUE LOW-VALUES.
       01 WS-ARTIST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  ARTIST-FOUND             VALUE 'Y'.
      *
       01 WS-INV-TABLE-DATA.
           05  WS-INV-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-INV-TABLE OCCURS 50 TIMES.
               10  WS-IM-INSTRUMENT-TYPE    PIC X(06).
               10  WS-IM-INSTRUMENT-QUALITY PIC X(01).
       01 WS-IM-SUB                     PIC 9(03) COMP VALUE ZERO.
       01 WS-INV-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  INV-FOUND                VALUE 'Y'.
      *
       01 WS-CP-PREV-KEY                PIC X(23) VALUE LOW-VALUES.
      *
      * The Gap Being Reported
       01 WS-GAP-SEVERITY               PIC X(01) VALUE SPACE.
           88  GAP-ERROR                VALUE 'E'.
           88  GAP-WARNING              VALUE 'W'.
       01 WS-GAP-FILE                   PIC X(08) VALUE SPACES.
       01 WS-GAP-KEY                    PIC X(20) VALUE SPACES.
       01 WS-GAP-MESSAGE                PIC X(40) VALUE SPACES.
      *
       01 WS-PRICEMST-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-SHIPRATE-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-EXCHRATE-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-TAXRATE-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-ARTMST-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-INVMST-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CTRMST-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-ERROR-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-WARNING-COUNT              PIC 9(05) VALUE ZERO.
      *
       01  XRF-HEADER-1.
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
       01  XRF-HEADER-2.
           05  FILLER         PIC X(23) VALUE SPACES.
           05  FILLER         PIC X(34)
                         VALUE 'MASTER FILE CROSS-REFERENCE CHECK'.
           05  FILLER         PIC X(23) VALUE SPACES.
       01  XRF-HEADER-3.
           05  FILLER         PIC X(08) VALUE 'LEVEL'.
           05  FILLER         PIC X(10) VALUE 'FILE      '.
           05  FILLER         PIC X(22) VALUE 'KEY'.
           05  FILLER         PIC X(40) VALUE 'GAP'.
       01  XRF-HEADER-4.
           05  FILLER         PIC X(07) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(40) VALUE ALL '-'.
       01  XRF-DETAIL-LINE.
           05  XRF-SEVERITY-OUT PIC X(07).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  XRF-FILE-OUT   PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  XRF-KEY-OUT    PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  XRF-MESSAGE-OUT PIC X(40).
       01  XRF-NONE-LINE.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(29)
               VALUE 'NO CROSS-REFERENCE GAPS FOUND'.
           05  FILLER         PIC X(46) VALUE SPACES.
       01  XRF-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  XRF-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  XRF-CTL-LABEL  PIC X(17).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  XRF-CTL-COUNT  PIC ZZ,ZZ9.
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
           PERFORM 150-LOAD-PRICE-MASTER.
           PERFORM 155-LOAD-SHIP-RATE-MASTER.
           PERFORM 158-LOAD-EXCHANGE-MASTER.
           PERFORM 159-LOAD-TAX-MASTER.
           PERFORM 160-LOAD-INVENTORY-MASTER.
           PERFORM 200-CHECK-ARTIST-MASTER.
           PERFORM 300-CHECK-SHIP-COUNTRY
                VARYING WS-SR-SUB FROM 1 BY 1
                UNTIL WS-SR-SUB > WS-SHIP-RATE-TABLE-COUNT.
           PERFORM 350-CHECK-TAX-ENTRY
                VARYING WS-TX-SUB FROM 1 BY 1
                UNTIL WS-TX-SUB > WS-TAX-TABLE-COUNT.
           PERFORM 380-CHECK-EXCH-ENTRY
                VARYING WS-EX-SUB FROM 1 BY 1
                UNTIL WS-EX-SUB > WS-EXCH-TABLE-COUNT.
           PERFORM 400-CHECK-INVENTORY
                VARYING WS-IM-SUB FROM 1 BY 1
                UNTIL WS-IM-SUB > WS-INV-TABLE-COUNT.
           PERFORM 450-CHECK-PRICED-TYPE
                VARYING WS-PM-SUB FROM 1 BY 1
                UNTIL WS-PM-SUB > WS-PRICE-TABLE-COUNT.
           PERFORM 250-CHECK-CONTRACT-MASTER.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT PRICEMST, SHIPRATE, EXCHRATE, TAXRATE,
                      ARTMST, INVMST, CTRMST.
           OPEN OUTPUT XRFRPT.
           PERFORM 700-WRITE-HEADERS.
       150-LOAD-PRICE-MASTER.
      * FAVRFP Stops On A PRICEMST Out Of Type/Date Sequence, So A
      * Sequence Break Is Reported As An Error Here
           PERFORM UNTIL PRICEMST-EOF
                READ PRICEMST
                     AT END MOVE 'Y' TO WS-PRICEMST-EOF
                     NOT AT END
                          IF WS-PRICE-TABLE-COUNT >= 2000
                               DISPLAY
                             'FAVXRF: PRICEMST EXCEEDS WS-PRICE-TABLE '
                                  'CAPACITY OF 2000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-PRICEMST-COUNT
                          IF PRICE-MASTER-REC(1:14) NOT >
                                  WS-PM-PREV-KEY
                               SET GAP-ERROR TO TRUE
                               MOVE 'PRICEMST' TO WS-GAP-FILE
                               MOVE PRICE-MASTER-REC(1:14) TO
                                    WS-GAP-KEY
                               MOVE 'NOT IN TYPE/DATE SEQUENCE' TO
                                    WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE PRICE-MASTER-REC(1:14) TO
                               WS-PM-PREV-KEY
                          ADD 1 TO WS-PRICE-TABLE-COUNT
                          MOVE PM-INSTRUMENT-TYPE TO
                       WS-PM-INSTRUMENT-TYPE(WS-PRICE-TABLE-COUNT)
                          MOVE PM-EFFECTIVE-DATE TO
                       WS-PM-EFFECTIVE-DATE(WS-PRICE-TABLE-COUNT)
                END-READ
           END-PERFORM.
       155-LOAD-SHIP-RATE-MASTER.
           PERFORM UNTIL SHIPRATE-EOF
                READ SHIPRATE
                     AT END MOVE 'Y' TO WS-SHIPRATE-EOF
                     NOT AT END
                          IF WS-SHIP-RATE-TABLE-COUNT >= 500
                               DISPLAY
                             'FAVXRF: SHIPRATE EXCEEDS TABLE '
                                  'CAPACITY OF 500 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-SHIPRATE-COUNT
                          IF SR-COUNTRY-CODE NOT > WS-SR-PREV-CODE
                               SET GAP-ERROR TO TRUE
                               MOVE 'SHIPRATE' TO WS-GAP-FILE
                               MOVE SR-COUNTRY-CODE TO WS-GAP-KEY
                               MOVE 'NOT IN COUNTRY SEQUENCE' TO
                                    WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE SR-COUNTRY-CODE TO WS-SR-PREV-CODE
                          ADD 1 TO WS-SHIP-RATE-TABLE-COUNT
                          SET WS-SR-IDX TO WS-SHIP-RATE-TABLE-COUNT
                          MOVE SR-COUNTRY-CODE TO
                               WS-SR-COUNTRY-CODE(WS-SR-IDX)
                END-READ
           END-PERFORM.
       158-LOAD-EXCHANGE-MASTER.
           PERFORM UNTIL EXCHRATE-EOF
                READ EXCHRATE
                     AT END MOVE 'Y' TO WS-EXCHRATE-EOF
                     NOT AT END
                          IF WS-EXCH-TABLE-COUNT >= 2000
                               DISPLAY
                             'FAVXRF: EXCHRATE EXCEEDS WS-EXCH-TABLE '
                                  'CAPACITY OF 2000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-EXCHRATE-COUNT
                          MOVE SPACES TO WS-GAP-KEY
                          STRING EX-COUNTRY-CODE DELIMITED BY SIZE
                                 EX-EFFECTIVE-DATE DELIMITED BY SIZE
                                 INTO WS-GAP-KEY
                          END-STRING
                          IF WS-GAP-KEY(1:11) NOT > WS-EX-PREV-KEY
                               SET GAP-ERROR TO TRUE
                               MOVE 'EXCHRATE' TO WS-GAP-FILE
                               MOVE 'NOT IN COUNTRY/DATE SEQUENCE' TO
                                    WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE WS-GAP-KEY(1:11) TO WS-EX-PREV-KEY
                          ADD 1 TO WS-EXCH-TABLE-COUNT
                          MOVE EX-COUNTRY-CODE TO
                            WS-EX-COUNTRY-CODE(WS-EXCH-TABLE-COUNT)
                          MOVE EX-EFFECTIVE-DATE TO
                            WS-EX-EFFECTIVE-DATE(WS-EXCH-TABLE-COUNT)
                END-READ
           END-PERFORM.
       159-LOAD-TAX-MASTER.
           PERFORM UNTIL TAXRATE-EOF
                READ TAXRATE
                     AT END MOVE 'Y' TO WS-TAXRATE-EOF
                     NOT AT END
                          IF WS-TAX-TABLE-COUNT >= 2000
                               DISPLAY
                             'FAVXRF: TAXRATE EXCEEDS WS-TAX-TABLE '
                                  'CAPACITY OF 2000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-TAXRATE-COUNT
                          IF TAX-RATE-MASTER-REC(1:17) NOT >
                                  WS-TX-PREV-KEY
                               SET GAP-ERROR TO TRUE
                               MOVE 'TAXRATE' TO WS-GAP-FILE
                               MOVE TAX-RATE-MASTER-REC(1:17) TO
                                    WS-GAP-KEY
                               MOVE 'NOT IN COUNTRY/TYPE/DATE SEQUENCE'
                                    TO WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE TAX-RATE-MASTER-REC(1:17) TO
                               WS-TX-PREV-KEY
                          ADD 1 TO WS-TAX-TABLE-COUNT
                          MOVE TX-COUNTRY-CODE TO
                             WS-TX-COUNTRY-CODE(WS-TAX-TABLE-COUNT)
                          MOVE TX-INSTRUMENT-TYPE TO
                             WS-TX-INSTRUMENT-TYPE(WS-TAX-TABLE-COUNT)
                          MOVE TX-EFFECTIVE-DATE TO
                             WS-TX-EFFECTIVE-DATE(WS-TAX-TABLE-COUNT)
                END-READ
           END-PERFORM.
       160-LOAD-INVENTORY-MASTER.
           PERFORM UNTIL INVMST-EOF
                READ INVMST
                     AT END MOVE 'Y' TO WS-INVMST-EOF
                     NOT AT END
                          IF WS-INV-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVXRF: INVMST EXCEEDS WS-INV-TABLE '
                                  'CAPACITY OF 50 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-INVMST-COUNT
                          ADD 1 TO WS-INV-TABLE-COUNT
                          MOVE IM-INSTRUMENT-TYPE TO
                             WS-IM-INSTRUMENT-TYPE(WS-INV-TABLE-COUNT)
                          MOVE IM-INSTRUMENT-QUALITY TO
                          WS-IM-INSTRUMENT-QUALITY(WS-INV-TABLE-COUNT)
                END-READ
           END-PERFORM.
       200-CHECK-ARTIST-MASTER.
      * An RFP Line With No Ship-To Takes The Artist's Default, So A
      * Default Not On SHIPRATE Rejects As An Invalid Ship-To
           PERFORM UNTIL ARTMST-EOF
                READ ARTMST
                     AT END MOVE 'Y' TO WS-ARTMST-EOF
                     NOT AT END
                          IF WS-ARTIST-TABLE-COUNT >= 50000
                               DISPLAY
                            'FAVXRF: ARTMST EXCEEDS WS-ARTIST-TABLE '
                                 'CAPACITY OF 50000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-ARTMST-COUNT
                          MOVE 'ARTMST' TO WS-GAP-FILE
                          IF AM-ARTIST-ACCT-NO NOT >
                                  WS-AM-PREV-ACCT-NO
                               SET GAP-ERROR TO TRUE
                               MOVE AM-ARTIST-ACCT-NO TO WS-GAP-KEY
                               MOVE 'NOT IN ACCOUNT SEQUENCE' TO
                                    WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE AM-ARTIST-ACCT-NO TO
                               WS-AM-PREV-ACCT-NO
                          ADD 1 TO WS-ARTIST-TABLE-COUNT
                          SET WS-AM-IDX TO WS-ARTIST-TABLE-COUNT
                          MOVE AM-ARTIST-ACCT-NO TO
                               WS-AM-ARTIST-ACCT-NO(WS-AM-IDX)
                          IF AM-DEFAULT-SHIP-TO NOT = SPACES
                               MOVE AM-DEFAULT-SHIP-TO TO
                                    WS-SEARCH-COUNTRY
                               PERFORM 310-FIND-SHIP-RATE
                               IF NOT SHIP-RATE-FOUND
                                    SET GAP-ERROR TO TRUE
                                    MOVE 'ARTMST' TO WS-GAP-FILE
                                    MOVE SPACES TO WS-GAP-KEY
                                    STRING AM-ARTIST-ACCT-NO
                                              DELIMITED BY SIZE
                                           ' SHIP-TO '
                                              DELIMITED BY SIZE
                                           AM-DEFAULT-SHIP-TO
                                              DELIMITED BY SIZE
                                           INTO WS-GAP-KEY
                                    END-STRING
                                    MOVE
                                    'DEFAULT SHIP-TO NOT ON SHIPRATE'
                                         TO WS-GAP-MESSAGE
                                    PERFORM 500-WRITE-GAP
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
       250-CHECK-CONTRACT-MASTER.
      * A Contract Should Belong To A Known Artist And Price A
      * Type/Grade The Warehouse Stocks
           PERFORM UNTIL CTRMST-EOF
                READ CTRMST
                     AT END MOVE 'Y' TO WS-CTRMST-EOF
                     NOT AT END
                          ADD 1 TO WS-CTRMST-COUNT
                          MOVE 'CTRMST' TO WS-GAP-FILE
                          MOVE SPACES TO WS-GAP-KEY
                          STRING CP-ARTIST-ACCT-NO DELIMITED BY SIZE
                                 ' ' DELIMITED BY SIZE
                                 CP-INSTRUMENT-TYPE DELIMITED BY SIZE
                                 ' ' DELIMITED BY SIZE
                                 CP-INSTRUMENT-QUALITY
                                      DELIMITED BY SIZE
                                 INTO WS-GAP-KEY
                          END-STRING
                          IF CONTRACT-MASTER-REC(1:23) NOT >
                                  WS-CP-PREV-KEY
                               SET GAP-ERROR TO TRUE
                               MOVE 'NOT IN ACCT/TYPE/GRADE/START SEQ'
                                    TO WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE CONTRACT-MASTER-REC(1:23) TO
                               WS-CP-PREV-KEY
                          PERFORM 260-FIND-ARTIST
                          IF NOT ARTIST-FOUND
                               SET GAP-WARNING TO TRUE
                               MOVE 'CONTRACT ACCOUNT NOT ON ARTMST' TO
                                    WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                          MOVE CP-INSTRUMENT-TYPE TO WS-CHECK-TYPE
                          PERFORM 410-FIND-INVENTORY
                          IF NOT INV-FOUND
                               SET GAP-WARNING TO TRUE
                               MOVE 'CONTRACT TYPE/GRADE NOT ON INVMST'
                                    TO WS-GAP-MESSAGE
                               PERFORM 500-WRITE-GAP
                          END-IF
                END-READ
           END-PERFORM.
       260-FIND-ARTIST.
           MOVE 'N' TO WS-ARTIST-FOUND-SWITCH.
           IF WS-ARTIST-TABLE-COUNT > ZERO
                SEARCH ALL WS-ARTIST-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-AM-ARTIST-ACCT-NO(WS-AM-IDX) =
                          CP-ARTIST-ACCT-NO
                          MOVE 'Y' TO WS-ARTIST-FOUND-SWITCH
                END-SEARCH
           END-IF.
       300-CHECK-SHIP-COUNTRY.
      * Every Instrument Type Shipped To The Country Must Find A Tax
      * Rate - Its Own Typed Entry Or The Country's Default - And A
      * Foreign Country Needs An Exchange Rate
           MOVE WS-SR-COUNTRY-CODE(WS-SR-SUB) TO WS-TX-SEARCH-COUNTRY.
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > 6
                MOVE WS-VT-TYPE(WS-VT-SUB) TO WS-TX-SEARCH-TYPE
                PERFORM 320-SEARCH-TAX-KEY
                IF NOT TAX-RATE-FOUND
                     MOVE SPACES TO WS-TX-SEARCH-TYPE
                     PERFORM 320-SEARCH-TAX-KEY
                END-IF
                IF NOT TAX-RATE-FOUND
                     SET GAP-ERROR TO TRUE
                     MOVE 'SHIPRATE' TO WS-GAP-FILE
                     MOVE SPACES TO WS-GAP-KEY
                     STRING WS-TX-SEARCH-COUNTRY DELIMITED BY SIZE
                            ' TYPE ' DELIMITED BY SIZE
                            WS-VT-TYPE(WS-VT-SUB) DELIMITED BY SIZE
                            INTO WS-GAP-KEY
                     END-STRING
                     MOVE 'NO TAXRATE IN EFFECT FOR TYPE' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-PERFORM.
           IF WS-SR-COUNTRY-CODE(WS-SR-SUB) NOT = WS-HOME-COUNTRY
                MOVE WS-SR-COUNTRY-CODE(WS-SR-SUB) TO WS-SEARCH-COUNTRY
                PERFORM 330-LOOKUP-EXCH-RATE
                IF NOT EXCH-RATE-FOUND
                     SET GAP-WARNING TO TRUE
                     MOVE 'SHIPRATE' TO WS-GAP-FILE
                     MOVE WS-SEARCH-COUNTRY TO WS-GAP-KEY
                     MOVE 'NO EXCHRATE IN EFFECT - USD AT PAR'
                          TO WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
       310-FIND-SHIP-RATE.
           MOVE 'N' TO WS-SHIP-RATE-FOUND-SWITCH.
           IF WS-SHIP-RATE-TABLE-COUNT > ZERO
                SEARCH ALL WS-SHIP-RATE-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-SR-COUNTRY-CODE(WS-SR-IDX) =
                          WS-SEARCH-COUNTRY
                          MOVE 'Y' TO WS-SHIP-RATE-FOUND-SWITCH
                END-SEARCH
           END-IF.
       320-SEARCH-TAX-KEY.
      * A Binary Search Narrows To The First Entry For The
      * Country/Type, Then Its Few Effective Dates Are Scanned For
      * One In Effect Today
           MOVE 'N' TO WS-TAX-FOUND-SWITCH.
           MOVE 1 TO WS-TX-LO.
           MOVE WS-TAX-TABLE-COUNT TO WS-TX-HI.
           PERFORM 321-NARROW-TAX-SEARCH
                UNTIL WS-TX-LO > WS-TX-HI.
           PERFORM 322-SCAN-TAX-DATES
                VARYING WS-TX-SUB FROM WS-TX-LO BY 1
                UNTIL WS-TX-SUB > WS-TAX-TABLE-COUNT
                     OR WS-TX-COUNTRY-CODE(WS-TX-SUB) NOT =
                          WS-TX-SEARCH-COUNTRY
                     OR WS-TX-INSTRUMENT-TYPE(WS-TX-SUB) NOT =
                          WS-TX-SEARCH-TYPE.
       321-NARROW-TAX-SEARCH.
      * On Exit WS-TX-LO Is The First Entry At Or Past The Key
           COMPUTE WS-TX-MID = (WS-TX-LO + WS-TX-HI) / 2.
           IF WS-TAX-TABLE(WS-TX-MID) (1:9) < WS-TX-SEARCH-KEY
                COMPUTE WS-TX-LO = WS-TX-MID + 1
           ELSE
                COMPUTE WS-TX-HI = WS-TX-MID - 1
           END-IF.
       322-SCAN-TAX-DATES.
           IF WS-TX-EFFECTIVE-DATE(WS-TX-SUB) <= WS-CURRENT-DATE-NUM
                MOVE 'Y' TO WS-TAX-FOUND-SWITCH
           END-IF.
       330-LOOKUP-EXCH-RATE.
           MOVE 'N' TO WS-EXCH-FOUND-SWITCH.
           MOVE 1 TO WS-EX-LO.
           MOVE WS-EXCH-TABLE-COUNT TO WS-EX-HI.
           PERFORM 331-NARROW-EXCH-SEARCH
                UNTIL WS-EX-LO > WS-EX-HI.
           PERFORM 332-SCAN-EXCH-COUNTRY
                VARYING WS-EX-SUB FROM WS-EX-LO BY 1
                UNTIL WS-EX-SUB > WS-EXCH-TABLE-COUNT
                     OR WS-EX-COUNTRY-CODE(WS-EX-SUB) NOT =
                          WS-SEARCH-COUNTRY.
       331-NARROW-EXCH-SEARCH.
      * On Exit WS-EX-LO Is The First Entry At Or Past The Country
           COMPUTE WS-EX-MID = (WS-EX-LO + WS-EX-HI) / 2.
           IF WS-EX-COUNTRY-CODE(WS-EX-MID) < WS-SEARCH-COUNTRY
                COMPUTE WS-EX-LO = WS-EX-MID + 1
           ELSE
                COMPUTE WS-EX-HI = WS-EX-MID - 1
           END-IF.
       332-SCAN-EXCH-COUNTRY.
           IF WS-EX-EFFECTIVE-DATE(WS-EX-SUB) <= WS-CURRENT-DATE-NUM
                MOVE 'Y' TO WS-EXCH-FOUND-SWITCH
           END-IF.
       350-CHECK-TAX-ENTRY.
      * Reported Once Per Country And Once Per Country/Type, On The
      * First Entry Of Each
           IF WS-TX-SUB = 1
              OR WS-TX-COUNTRY-CODE(WS-TX-SUB) NOT =
                 WS-TX-COUNTRY-CODE(WS-TX-SUB - 1)
                MOVE WS-TX-COUNTRY-CODE(WS-TX-SUB) TO WS-SEARCH-COUNTRY
                PERFORM 310-FIND-SHIP-RATE
                IF NOT SHIP-RATE-FOUND
                     SET GAP-WARNING TO TRUE
                     MOVE 'TAXRATE' TO WS-GAP-FILE
                     MOVE WS-SEARCH-COUNTRY TO WS-GAP-KEY
                     MOVE 'COUNTRY NOT ON SHIPRATE - NEVER USED' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
           IF WS-TX-INSTRUMENT-TYPE(WS-TX-SUB) NOT = SPACES
              AND (WS-TX-SUB = 1
                   OR WS-TAX-TABLE(WS-TX-SUB) (1:9) NOT =
                      WS-TAX-TABLE(WS-TX-SUB - 1) (1:9))
                MOVE WS-TX-INSTRUMENT-TYPE(WS-TX-SUB) TO WS-CHECK-TYPE
                PERFORM 420-CHECK-VALID-TYPE
                IF NOT VALID-TYPE
                     SET GAP-WARNING TO TRUE
                     MOVE 'TAXRATE' TO WS-GAP-FILE
                     MOVE SPACES TO WS-GAP-KEY
                     STRING WS-TX-COUNTRY-CODE(WS-TX-SUB)
                               DELIMITED BY SIZE
                            ' TYPE ' DELIMITED BY SIZE
                            WS-CHECK-TYPE DELIMITED BY SIZE
                            INTO WS-GAP-KEY
                     END-STRING
                     MOVE 'NOT A VALID INSTRUMENT TYPE' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
       380-CHECK-EXCH-ENTRY.
           IF WS-EX-SUB = 1
              OR WS-EX-COUNTRY-CODE(WS-EX-SUB) NOT =
                 WS-EX-COUNTRY-CODE(WS-EX-SUB - 1)
                MOVE WS-EX-COUNTRY-CODE(WS-EX-SUB) TO WS-SEARCH-COUNTRY
                PERFORM 310-FIND-SHIP-RATE
                IF NOT SHIP-RATE-FOUND
                     SET GAP-WARNING TO TRUE
                     MOVE 'EXCHRATE' TO WS-GAP-FILE
                     MOVE WS-SEARCH-COUNTRY TO WS-GAP-KEY
                     MOVE 'COUNTRY NOT ON SHIPRATE - NEVER USED' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
       400-CHECK-INVENTORY.
      * A Stocked Type With No Price In Effect Rejects Every RFP For
      * It That No Contract Covers
           MOVE 'INVMST' TO WS-GAP-FILE.
           MOVE SPACES TO WS-GAP-KEY.
           STRING WS-IM-INSTRUMENT-TYPE(WS-IM-SUB) DELIMITED BY SIZE
                  ' GRADE ' DELIMITED BY SIZE
                  WS-IM-INSTRUMENT-QUALITY(WS-IM-SUB)
                       DELIMITED BY SIZE
                  INTO WS-GAP-KEY
           END-STRING.
           MOVE WS-IM-INSTRUMENT-TYPE(WS-IM-SUB) TO WS-CHECK-TYPE.
           PERFORM 420-CHECK-VALID-TYPE.
           IF NOT VALID-TYPE
                SET GAP-WARNING TO TRUE
                MOVE 'NOT A VALID INSTRUMENT TYPE' TO WS-GAP-MESSAGE
                PERFORM 500-WRITE-GAP
           ELSE
                PERFORM 430-LOOKUP-PRICE
                IF NOT PRICE-FOUND
                     SET GAP-ERROR TO TRUE
                     MOVE 'NO PRICEMST PRICE IN EFFECT' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
           IF WS-IM-INSTRUMENT-QUALITY(WS-IM-SUB) NOT = 'U'
              AND WS-IM-INSTRUMENT-QUALITY(WS-IM-SUB) NOT = 'N'
              AND WS-IM-INSTRUMENT-QUALITY(WS-IM-SUB) NOT = 'P'
                SET GAP-WARNING TO TRUE
                MOVE 'NOT A VALID QUALITY GRADE' TO WS-GAP-MESSAGE
                PERFORM 500-WRITE-GAP
           END-IF.
       410-FIND-INVENTORY.
      * Look For WS-CHECK-TYPE With The Contract's Grade
           MOVE 'N' TO WS-INV-FOUND-SWITCH.
           PERFORM VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-INV-TABLE-COUNT
                      OR INV-FOUND
                IF WS-IM-INSTRUMENT-TYPE(WS-IM-SUB) = WS-CHECK-TYPE
                   AND WS-IM-INSTRUMENT-QUALITY(WS-IM-SUB) =
                       CP-INSTRUMENT-QUALITY
                     MOVE 'Y' TO WS-INV-FOUND-SWITCH
                END-IF
           END-PERFORM.
       420-CHECK-VALID-TYPE.
           MOVE 'N' TO WS-VALID-TYPE-SWITCH.
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > 6
                IF WS-VT-TYPE(WS-VT-SUB) = WS-CHECK-TYPE
                     MOVE 'Y' TO WS-VALID-TYPE-SWITCH
                END-IF
           END-PERFORM.
       430-LOOKUP-PRICE.
      * Binary Search Narrows To The Type's First Price, Then Its
      * Effective Dates Are Scanned For One In Effect Today
           MOVE 'N' TO WS-PRICE-FOUND-SWITCH.
           MOVE 1 TO WS-PM-LO.
           MOVE WS-PRICE-TABLE-COUNT TO WS-PM-HI.
           PERFORM 431-NARROW-PRICE-SEARCH
                UNTIL WS-PM-LO > WS-PM-HI.
           PERFORM 432-SCAN-PRICE-TYPE
                VARYING WS-PM-SUB FROM WS-PM-LO BY 1
                UNTIL WS-PM-SUB > WS-PRICE-TABLE-COUNT
                     OR WS-PM-INSTRUMENT-TYPE(WS-PM-SUB) NOT =
                          WS-CHECK-TYPE.
       431-NARROW-PRICE-SEARCH.
      * On Exit WS-PM-LO Is The First Entry At Or Past The Type
           COMPUTE WS-PM-MID = (WS-PM-LO + WS-PM-HI) / 2.
           IF WS-PM-INSTRUMENT-TYPE(WS-PM-MID) < WS-CHECK-TYPE
                COMPUTE WS-PM-LO = WS-PM-MID + 1
           ELSE
                COMPUTE WS-PM-HI = WS-PM-MID - 1
           END-IF.
       432-SCAN-PRICE-TYPE.
           IF WS-PM-EFFECTIVE-DATE(WS-PM-SUB) <= WS-CURRENT-DATE-NUM
                MOVE 'Y' TO WS-PRICE-FOUND-SWITCH
           END-IF.
       450-CHECK-PRICED-TYPE.
      * Once Per Priced Type - Is It A Type FAVRFP Accepts, And Does
      * The Warehouse Stock It In Any Grade
           IF WS-PM-SUB = 1
              OR WS-PM-INSTRUMENT-TYPE(WS-PM-SUB) NOT =
                 WS-PM-INSTRUMENT-TYPE(WS-PM-SUB - 1)
                MOVE 'PRICEMST' TO WS-GAP-FILE
                MOVE WS-PM-INSTRUMENT-TYPE(WS-PM-SUB) TO WS-GAP-KEY
                MOVE WS-PM-INSTRUMENT-TYPE(WS-PM-SUB) TO WS-CHECK-TYPE
                PERFORM 420-CHECK-VALID-TYPE
                IF NOT VALID-TYPE
                     SET GAP-WARNING TO TRUE
                     MOVE 'NOT A VALID INSTRUMENT TYPE' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
                MOVE 'N' TO WS-INV-FOUND-SWITCH
                PERFORM VARYING WS-IM-SUB FROM 1 BY 1
                        UNTIL WS-IM-SUB > WS-INV-TABLE-COUNT
                     IF WS-IM-INSTRUMENT-TYPE(WS-IM-SUB) =
                        WS-CHECK-TYPE
                          MOVE 'Y' TO WS-INV-FOUND-SWITCH
                     END-IF
                END-PERFORM
                IF NOT INV-FOUND
                     SET GAP-WARNING TO TRUE
                     MOVE 'PRICED TYPE NOT STOCKED ON INVMST' TO
                          WS-GAP-MESSAGE
                     PERFORM 500-WRITE-GAP
                END-IF
           END-IF.
       500-WRITE-GAP.
           IF GAP-ERROR
                MOVE 'ERROR' TO XRF-SEVERITY-OUT
                ADD 1 TO WS-ERROR-COUNT
           ELSE
                MOVE 'WARNING' TO XRF-SEVERITY-OUT
                ADD 1 TO WS-WARNING-COUNT
           END-IF.
           MOVE WS-GAP-FILE TO XRF-FILE-OUT.
           MOVE WS-GAP-KEY TO XRF-KEY-OUT.
           MOVE WS-GAP-MESSAGE TO XRF-MESSAGE-OUT.
           WRITE XRFRPT-REC FROM XRF-DETAIL-LINE.
       600-CLOSE-FILES.
           CLOSE PRICEMST, SHIPRATE, EXCHRATE, TAXRATE,
                 ARTMST, INVMST, CTRMST.
           CLOSE XRFRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE XRFRPT-REC FROM XRF-HEADER-1.
           WRITE XRFRPT-REC FROM XRF-HEADER-2.
           WRITE XRFRPT-REC FROM BLANK-LINE.
           WRITE XRFRPT-REC FROM XRF-HEADER-3.
           WRITE XRFRPT-REC FROM XRF-HEADER-4.
       800-WRITE-TRAILERS.
           IF WS-ERROR-COUNT + WS-WARNING-COUNT = ZERO
                WRITE XRFRPT-REC FROM XRF-NONE-LINE
           END-IF.
           WRITE XRFRPT-REC FROM BLANK-LINE.
           WRITE XRFRPT-REC FROM XRF-TRAILER-1.
           MOVE 'PRICEMST READ    ' TO XRF-CTL-LABEL.
           MOVE WS-PRICEMST-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'SHIPRATE READ    ' TO XRF-CTL-LABEL.
           MOVE WS-SHIPRATE-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'EXCHRATE READ    ' TO XRF-CTL-LABEL.
           MOVE WS-EXCHRATE-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'TAXRATE READ     ' TO XRF-CTL-LABEL.
           MOVE WS-TAXRATE-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'ARTMST READ      ' TO XRF-CTL-LABEL.
           MOVE WS-ARTMST-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'INVMST READ      ' TO XRF-CTL-LABEL.
           MOVE WS-INVMST-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'CTRMST READ      ' TO XRF-CTL-LABEL.
           MOVE WS-CTRMST-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'ERRORS           ' TO XRF-CTL-LABEL.
           MOVE WS-ERROR-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
           MOVE 'WARNINGS         ' TO XRF-CTL-LABEL.
           MOVE WS-WARNING-COUNT TO XRF-CTL-COUNT.
           WRITE XRFRPT-REC FROM XRF-TRAILER-2.
      * Errors Hold FAVRFP; Warnings Only Flag The Run
           EVALUATE TRUE
           WHEN WS-ERROR-COUNT > ZERO
                DISPLAY 'FAVXRF: ' WS-ERROR-COUNT
                     ' MASTER FILE GAP(S) WOULD REJECT IN FAVRFP '
                     '- SEE XRFRPT'
                MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > ZERO
                DISPLAY 'FAVXRF: ' WS-WARNING-COUNT
                     ' MASTER FILE WARNING(S) - SEE XRFRPT'
                MOVE 4 TO RETURN-CODE
           END-EVALUATE.
