       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVSTM.
      * Statement Of Account Run. Prints One Statement Per Artist
      * Account For A Statement Period On STMTRPT, Built From The
      * Cumulative INVHIST Billing History Written By FAVINV (Invoices
      * And The CRMEMO Credit Memos Netted On Them), The Cumulative
      * CASHHIST Cash-Applied History Written By FAVCSH (Applied,
      * Unapplied And Credit-Balance Payments Alike). Activity Dated
      * Before The Period Rolls Into The Opening Balance; Activity
      * Inside The Period Is Listed With A Running Balance Down To The
      * Closing Balance. Each Invoice's Balance As It Stood At The
      * Period End - Billed, Less The Credit Memos Netted On It And
      * The Payments Applied To It Up To The Period End - Is Aged
      * From Its Due Date As Of The Period End Into CURRENT / 1-30 /
      * 31-60 / 61-90 / OVER 90 Day Buckets For The Aging Summary At
      * The Foot Of Each Statement, So The Total Due Ties To The
      * Closing Balance For Any Period. The Period Is Taken
      * From The Optional STMTPARM Card; Without One The Statement
      * Runs From The First Of The Current Month Through Today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STMTPARM ASSIGN TO STMTPARM.
           SELECT OPTIONAL INVHIST ASSIGN TO INVHIST.
           SELECT OPTIONAL CASHHIST ASSIGN TO CASHHIST.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT STMTRPT ASSIGN TO STMTRPT.
       DATA DIVISION.
       FILE SECTION.
      * Statement Period Card - First And Last Day Of The Period
       FD  STMTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMT-PARM-REC.
       01  STMT-PARM-REC.
           05  SP-PERIOD-START          PIC 9(08).
           05  SP-PERIOD-END            PIC 9(08).
           05  FILLER                   PIC X(64).
      *
       FD  INVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-HISTORY-REC.
       01  INV-HISTORY-REC.
           05  IH-REC-TYPE              PIC X(01).
           05  IH-INVOICE-NO            PIC X(09).
           05  IH-ARTIST-ACCT-NO        PIC X(08).
           05  IH-DOC-NO                PIC X(18).
           05  IH-INVOICE-DATE          PIC 9(08).
           05  IH-DUE-DATE              PIC 9(08).
           05  IH-AMOUNT                PIC 9(09)V99.
           05  FILLER                   PIC X(17).
      *
       FD  CASHHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-HISTORY-REC.
       01  CASH-HISTORY-REC.
           05  CH-ARTIST-ACCT-NO        PIC X(08).
           05  CH-INVOICE-NO            PIC X(09).
           05  CH-PAYMENT-AMT           PIC 9(09)V99.
           05  CH-PAYMENT-DATE          PIC 9(08).
           05  CH-APPLY-STATUS          PIC X(10).
           05  CH-BEFORE-AMT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  CH-AFTER-AMT             PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  CH-APPLY-DATE            PIC 9(08).
           05  FILLER                   PIC X(02).
      *
      * Statement Activity - The Amount Carries Its Effect On The
      * Balance: Invoices Plus, Credit Memos And Payments Minus. The
      * Invoice Number Ties Credit Memos And Payments To The Invoice
      * For The Aging Summary.
       SD  SORTWK
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05  SW-ARTIST-ACCT-NO        PIC X(08).
           05  SW-DOC-DATE              PIC 9(08).
           05  SW-SORT-SEQ              PIC 9(01).
           05  SW-REC-TYPE              PIC X(01).
           05  SW-DOC-NO                PIC X(18).
           05  SW-AMOUNT                PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  SW-DUE-DATE              PIC 9(08).
           05  SW-DESC                  PIC X(10).
           05  SW-APPLY-STATUS          PIC X(10).
           05  SW-INVOICE-NO            PIC X(09).
           05  FILLER                   PIC X(05).
      *
       FD  STMTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMTRPT-REC.
       01  STMTRPT-REC                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-STMTPARM-EOF               PIC X(01) VALUE SPACE.
           88  STMTPARM-EOF             VALUE 'Y'.
       01 WS-INVHIST-EOF                PIC X(01) VALUE SPACE.
           88  INVHIST-EOF              VALUE 'Y'.
       01 WS-CASHHIST-EOF               PIC X(01) VALUE SPACE.
           88  CASHHIST-EOF             VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X(01) VALUE SPACE.
           88  SORT-EOF                 VALUE 'Y'.
      *
       01 WS-FIRST-SWITCH               PIC X(01) VALUE 'Y'.
           88  FIRST-RECORD             VALUE 'Y'.
       01 WS-HEAD-SWITCH                PIC X(01) VALUE 'N'.
           88  STATEMENT-HEAD-PRINTED   VALUE 'Y'.
       01 WS-PREV-ARTIST-ACCT-NO        PIC X(08) VALUE SPACES.
      *
       01  WS-PERIOD-START-DATE.
           05  WS-PERIOD-START-YEAR     PIC 9(04).
           05  WS-PERIOD-START-MONTH    PIC 9(02).
           05  WS-PERIOD-START-DAY      PIC 9(02).
       01  WS-PERIOD-START REDEFINES WS-PERIOD-START-DATE
                                        PIC 9(08).
       01 WS-PERIOD-END                 PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-END-INTEGER         PIC 9(08) VALUE ZERO.
       01 WS-DUE-INTEGER                PIC 9(08) VALUE ZERO.
       01 WS-PAST-DUE-DAYS              PIC S9(05) VALUE ZERO.
      *
      * Per-Statement Accumulators
       01 WS-OPENING-BAL                PIC S9(09)V99 VALUE ZERO.
       01 WS-RUNNING-BAL                PIC S9(09)V99 VALUE ZERO.
       01 WS-PERIOD-CHARGES             PIC S9(09)V99 VALUE ZERO.
       01 WS-PERIOD-CREDITS             PIC S9(09)V99 VALUE ZERO.
       01 WS-CREDIT-AMT                 PIC S9(09)V99 VALUE ZERO.
       01 WS-BUCKET-CURRENT-AMT         PIC S9(09)V99 VALUE ZERO.
       01 WS-BUCKET-30-AMT              PIC S9(09)V99 VALUE ZERO.
       01 WS-BUCKET-60-AMT              PIC S9(09)V99 VALUE ZERO.
       01 WS-BUCKET-90-AMT              PIC S9(09)V99 VALUE ZERO.
       01 WS-BUCKET-OVER90-AMT          PIC S9(09)V99 VALUE ZERO.
       01 WS-UNAPPLIED-AMT              PIC S9(09)V99 VALUE ZERO.
       01 WS-AGING-TOTAL                PIC S9(09)V99 VALUE ZERO.
      *
      * The Account's Invoices As They Stand At The Period End. FAVINV
      * Restarts Its Invoice Numbers Every Run, So An Invoice Is Its
      * Number And Invoice Date Together.
       01 WS-OI-TABLE-DATA.
           05  WS-OI-TABLE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-OI-TABLE OCCURS 2000 TIMES.
               10  WS-OI-INVOICE-NO     PIC X(09).
               10  WS-OI-INVOICE-DATE   PIC 9(08).
               10  WS-OI-DUE-DATE       PIC 9(08).
               10  WS-OI-OPEN-AMT       PIC S9(09)V99.
       01 WS-OI-SUB                     PIC 9(04) COMP VALUE ZERO.
       01 WS-OI-FOUND-SUB               PIC 9(04) COMP VALUE ZERO.
      *
      * Run Totals
       01 WS-STATEMENT-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-CLOSING-TOTAL              PIC S9(09)V99 VALUE ZERO.
       01 WS-CHARGE-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CHARGE-TOTAL               PIC S9(09)V99 VALUE ZERO.
       01 WS-CREDIT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CREDIT-TOTAL               PIC S9(09)V99 VALUE ZERO.
      *
       01  STM-HEADER-1.
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
       01  STM-HEADER-2.
           05  FILLER         PIC X(30) VALUE SPACES.
           05  FILLER         PIC X(20)
                              VALUE 'STATEMENT OF ACCOUNT'.
           05  FILLER         PIC X(30) VALUE SPACES.
       01  STM-ACCOUNT-LINE.
           05  FILLER         PIC X(09) VALUE 'ACCOUNT: '.
           05  STM-ACCT-NO-OUT PIC X(08).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'PERIOD: '.
           05  STM-START-OUT  PIC 9(08).
           05  FILLER         PIC X(04) VALUE ' TO '.
           05  STM-END-OUT    PIC 9(08).
           05  FILLER         PIC X(30) VALUE SPACES.
       01  STM-HEADER-3.
           05  FILLER         PIC X(09) VALUE 'DATE     '.
           05  FILLER         PIC X(19) VALUE 'DOCUMENT           '.
           05  FILLER         PIC X(10) VALUE 'TYPE      '.
           05  FILLER         PIC X(13) VALUE '      CHARGES'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '      CREDITS'.
           05  FILLER         PIC X(14) VALUE '      BALANCE '.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  STM-HEADER-4.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  STM-DETAIL-LINE.
           05  STM-DATE-OUT   PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STM-DOC-OUT    PIC X(18).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STM-DESC-OUT   PIC X(10).
           05  STM-CHARGES-OUT PIC $$,$$$,$$9.99.
           05  STM-CHARGES-X REDEFINES STM-CHARGES-OUT
                              PIC X(13).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STM-CREDITS-OUT PIC $$,$$$,$$9.99.
           05  STM-CREDITS-X REDEFINES STM-CREDITS-OUT
                              PIC X(13).
           05  STM-BALANCE-OUT PIC $$,$$$,$$9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  STM-TOTAL-LINE.
           05  FILLER         PIC X(09) VALUE SPACES.
           05  STM-TOT-LABEL  PIC X(29).
           05  STM-TOT-CHARGES PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  STM-TOT-CREDITS PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(15) VALUE SPACES.
       01  STM-BALANCE-LINE.
           05  FILLER         PIC X(09) VALUE SPACES.
           05  STM-BAL-LABEL  PIC X(29).
           05  FILLER         PIC X(27) VALUE SPACES.
           05  STM-BAL-OUT    PIC $$,$$$,$$9.99-.
           05  FILLER         PIC X(01) VALUE SPACES.
       01  STM-AGING-TITLE.
           05  FILLER         PIC X(34)
               VALUE 'AGING SUMMARY AS OF PERIOD END:   '.
           05  FILLER         PIC X(46) VALUE SPACES.
       01  STM-AGING-LINE.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  STM-AGE-LABEL  PIC X(16).
           05  STM-AGE-AMT    PIC $$$,$$$,$$9.99-.
           05  FILLER         PIC X(44) VALUE SPACES.
       01  STM-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  STM-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  STM-CTL-LABEL  PIC X(12).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  STM-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'TOTAL: '.
           05  STM-CTL-AMT    PIC $$$,$$$,$$9.99-.
           05  FILLER         PIC X(23) VALUE SPACES.
       01  STM-TRAILER-3.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(18)
                              VALUE 'STATEMENT PERIOD: '.
           05  STM-TRL-START-OUT PIC 9(08).
           05  FILLER         PIC X(04) VALUE ' TO '.
           05  STM-TRL-END-OUT PIC 9(08).
           05  FILLER         PIC X(37) VALUE SPACES.
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
           SORT SORTWK ON ASCENDING KEY SW-ARTIST-ACCT-NO
                                        SW-DOC-DATE
                                        SW-SORT-SEQ
                                        SW-DOC-NO
                INPUT PROCEDURE 050-RELEASE-ACTIVITY
                OUTPUT PROCEDURE 100-PRODUCE-STATEMENTS.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 010-SET-PERIOD.
           COMPUTE WS-PERIOD-END-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           OPEN OUTPUT STMTRPT.
       010-SET-PERIOD.
      * Take The Period From The Parameter Card When One Is Supplied,
      * Otherwise Month-To-Date
           OPEN INPUT STMTPARM.
           READ STMTPARM
                AT END MOVE 'Y' TO WS-STMTPARM-EOF
           END-READ.
           IF STMTPARM-EOF
                MOVE WS-CURRENT-DATE-NUM TO WS-PERIOD-START
                MOVE 01 TO WS-PERIOD-START-DAY
                MOVE WS-CURRENT-DATE-NUM TO WS-PERIOD-END
           ELSE
                IF SP-PERIOD-START NOT NUMERIC
                   OR SP-PERIOD-END NOT NUMERIC
                   OR SP-PERIOD-END < SP-PERIOD-START
                     DISPLAY 'FAVSTM: STMTPARM PERIOD IS INVALID - '
                             'RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                MOVE SP-PERIOD-START TO WS-PERIOD-START
                MOVE SP-PERIOD-END TO WS-PERIOD-END
           END-IF.
           CLOSE STMTPARM.
       050-RELEASE-ACTIVITY.
      * Release Billing And Cash Dated Up To The Period End Into One
      * Sort By Account And Date
           OPEN INPUT INVHIST.
           MOVE SPACE TO WS-INVHIST-EOF.
           PERFORM UNTIL INVHIST-EOF
                READ INVHIST
                     AT END MOVE 'Y' TO WS-INVHIST-EOF
                     NOT AT END
                          PERFORM 060-RELEASE-BILLING
                END-READ
           END-PERFORM.
           CLOSE INVHIST.
           OPEN INPUT CASHHIST.
           MOVE SPACE TO WS-CASHHIST-EOF.
           PERFORM UNTIL CASHHIST-EOF
                READ CASHHIST
                     AT END MOVE 'Y' TO WS-CASHHIST-EOF
                     NOT AT END
                          PERFORM 065-RELEASE-PAYMENT
                END-READ
           END-PERFORM.
           CLOSE CASHHIST.
       060-RELEASE-BILLING.
      * Invoices Carry The Order Charges Billed; The Credit Memos
      * Netted On Them Stand On Their Own. Order Lines Are Not Needed.
           IF (IH-REC-TYPE = 'I' OR IH-REC-TYPE = 'C')
              AND IH-INVOICE-DATE <= WS-PERIOD-END
                MOVE SPACES TO SORT-REC
                MOVE IH-ARTIST-ACCT-NO TO SW-ARTIST-ACCT-NO
                MOVE IH-INVOICE-DATE TO SW-DOC-DATE
                MOVE IH-REC-TYPE TO SW-REC-TYPE
                MOVE IH-DUE-DATE TO SW-DUE-DATE
                MOVE IH-INVOICE-NO TO SW-INVOICE-NO
                IF IH-REC-TYPE = 'I'
                     MOVE 1 TO SW-SORT-SEQ
                     MOVE IH-INVOICE-NO TO SW-DOC-NO
                     MOVE IH-AMOUNT TO SW-AMOUNT
                     MOVE 'INVOICE   ' TO SW-DESC
                ELSE
                     MOVE 2 TO SW-SORT-SEQ
                     MOVE IH-DOC-NO TO SW-DOC-NO
                     COMPUTE SW-AMOUNT = ZERO - IH-AMOUNT
                     MOVE 'CR MEMO   ' TO SW-DESC
                END-IF
                RELEASE SORT-REC
           END-IF.
       065-RELEASE-PAYMENT.
      * Every Payment Reduces The Balance, Whether It Applied To An
      * Open Item, Left A Credit Balance, Or Went Unapplied
           IF CH-PAYMENT-DATE <= WS-PERIOD-END
                MOVE SPACES TO SORT-REC
                MOVE CH-ARTIST-ACCT-NO TO SW-ARTIST-ACCT-NO
                MOVE CH-PAYMENT-DATE TO SW-DOC-DATE
                MOVE 3 TO SW-SORT-SEQ
                MOVE 'P' TO SW-REC-TYPE
                MOVE CH-INVOICE-NO TO SW-DOC-NO
                MOVE CH-INVOICE-NO TO SW-INVOICE-NO
                COMPUTE SW-AMOUNT = ZERO - CH-PAYMENT-AMT
                MOVE ZERO TO SW-DUE-DATE
                MOVE CH-APPLY-STATUS TO SW-APPLY-STATUS
                IF CH-APPLY-STATUS = 'UNAPPLIED '
                     MOVE 'UNAPPLIED ' TO SW-DESC
                ELSE
                     MOVE 'PAYMENT   ' TO SW-DESC
                END-IF
                RELEASE SORT-REC
           END-IF.
       100-PRODUCE-STATEMENTS.
      * Control Break On Artist Account Over The Sorted Activity
           PERFORM 200-RETURN-SORTED.
           PERFORM 110-PROCESS-SORTED UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
                PERFORM 320-CLOSE-STATEMENT
           END-IF.
       110-PROCESS-SORTED.
           IF FIRST-RECORD
                MOVE 'N' TO WS-FIRST-SWITCH
                PERFORM 300-START-STATEMENT
           ELSE
                IF SW-ARTIST-ACCT-NO NOT = WS-PREV-ARTIST-ACCT-NO
                     PERFORM 320-CLOSE-STATEMENT
                     PERFORM 300-START-STATEMENT
                END-IF
           END-IF.
           IF SW-REC-TYPE = 'P'
                IF SW-APPLY-STATUS = 'UNAPPLIED '
                     ADD SW-AMOUNT TO WS-UNAPPLIED-AMT
                ELSE
                     PERFORM 225-APPLY-PAYMENT
                END-IF
           ELSE
                PERFORM 220-POST-INVOICE-ITEM
           END-IF.
           EVALUATE TRUE
           WHEN SW-DOC-DATE < WS-PERIOD-START
                ADD SW-AMOUNT TO WS-OPENING-BAL
                ADD SW-AMOUNT TO WS-RUNNING-BAL
           WHEN OTHER
                PERFORM 310-WRITE-ACTIVITY
           END-EVALUATE.
           PERFORM 200-RETURN-SORTED.
       200-RETURN-SORTED.
           RETURN SORTWK
                AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       220-POST-INVOICE-ITEM.
      * An Invoice Or A Credit Memo Netted On It - Both Carry The
      * Invoice Number And Date, And A Run That Billed Only Credits
      * Still Leaves An Open Item
           MOVE ZERO TO WS-OI-FOUND-SUB.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT
                     OR WS-OI-FOUND-SUB > ZERO
                IF WS-OI-INVOICE-NO(WS-OI-SUB) = SW-INVOICE-NO
                   AND WS-OI-INVOICE-DATE(WS-OI-SUB) = SW-DOC-DATE
                     MOVE WS-OI-SUB TO WS-OI-FOUND-SUB
                END-IF
           END-PERFORM.
           IF WS-OI-FOUND-SUB = ZERO
                IF WS-OI-TABLE-COUNT >= 2000
                     DISPLAY
                     'FAVSTM: ACCOUNT ' SW-ARTIST-ACCT-NO
                          ' EXCEEDS WS-OI-TABLE CAPACITY OF 2000 '
                          '- RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WS-OI-TABLE-COUNT
                MOVE WS-OI-TABLE-COUNT TO WS-OI-FOUND-SUB
                MOVE SW-INVOICE-NO TO
                     WS-OI-INVOICE-NO(WS-OI-FOUND-SUB)
                MOVE SW-DOC-DATE TO
                     WS-OI-INVOICE-DATE(WS-OI-FOUND-SUB)
                MOVE SW-DUE-DATE TO WS-OI-DUE-DATE(WS-OI-FOUND-SUB)
                MOVE ZERO TO WS-OI-OPEN-AMT(WS-OI-FOUND-SUB)
           END-IF.
           ADD SW-AMOUNT TO WS-OI-OPEN-AMT(WS-OI-FOUND-SUB).
       225-APPLY-PAYMENT.
      * As FAVCSH Applied It: Against The Oldest Item Still Open For
      * The Invoice Number. Failing That, The Latest Issue Of The
      * Number; Failing That, It Is Aged As Unapplied Cash.
           MOVE ZERO TO WS-OI-FOUND-SUB.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT
                     OR WS-OI-FOUND-SUB > ZERO
                IF WS-OI-INVOICE-NO(WS-OI-SUB) = SW-INVOICE-NO
                   AND WS-OI-OPEN-AMT(WS-OI-SUB) NOT = ZERO
                     MOVE WS-OI-SUB TO WS-OI-FOUND-SUB
                END-IF
           END-PERFORM.
           IF WS-OI-FOUND-SUB = ZERO
                PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                     UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT
                     IF WS-OI-INVOICE-NO(WS-OI-SUB) = SW-INVOICE-NO
                          MOVE WS-OI-SUB TO WS-OI-FOUND-SUB
                     END-IF
                END-PERFORM
           END-IF.
           IF WS-OI-FOUND-SUB = ZERO
                ADD SW-AMOUNT TO WS-UNAPPLIED-AMT
           ELSE
                ADD SW-AMOUNT TO WS-OI-OPEN-AMT(WS-OI-FOUND-SUB)
           END-IF.
       230-AGE-OPEN-ITEM.
      * Age An Invoice Still Open At The Period End From Its Due Date
           IF WS-OI-OPEN-AMT(WS-OI-SUB) NOT = ZERO
                COMPUTE WS-DUE-INTEGER =
                     FUNCTION INTEGER-OF-DATE(WS-OI-DUE-DATE(WS-OI-SUB))
                COMPUTE WS-PAST-DUE-DAYS =
                     WS-PERIOD-END-INTEGER - WS-DUE-INTEGER
                EVALUATE TRUE
                WHEN WS-PAST-DUE-DAYS <= ZERO
                     ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO
                          WS-BUCKET-CURRENT-AMT
                WHEN WS-PAST-DUE-DAYS <= 30
                     ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO WS-BUCKET-30-AMT
                WHEN WS-PAST-DUE-DAYS <= 60
                     ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO WS-BUCKET-60-AMT
                WHEN WS-PAST-DUE-DAYS <= 90
                     ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO WS-BUCKET-90-AMT
                WHEN OTHER
                     ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO
                          WS-BUCKET-OVER90-AMT
                END-EVALUATE
                ADD WS-OI-OPEN-AMT(WS-OI-SUB) TO WS-AGING-TOTAL
           END-IF.
       300-START-STATEMENT.
           MOVE SW-ARTIST-ACCT-NO TO WS-PREV-ARTIST-ACCT-NO.
           MOVE 'N' TO WS-HEAD-SWITCH.
           MOVE ZERO TO WS-OPENING-BAL.
           MOVE ZERO TO WS-RUNNING-BAL.
           MOVE ZERO TO WS-PERIOD-CHARGES.
           MOVE ZERO TO WS-PERIOD-CREDITS.
           MOVE ZERO TO WS-BUCKET-CURRENT-AMT.
           MOVE ZERO TO WS-BUCKET-30-AMT.
           MOVE ZERO TO WS-BUCKET-60-AMT.
           MOVE ZERO TO WS-BUCKET-90-AMT.
           MOVE ZERO TO WS-BUCKET-OVER90-AMT.
           MOVE ZERO TO WS-UNAPPLIED-AMT.
           MOVE ZERO TO WS-AGING-TOTAL.
           MOVE ZERO TO WS-OI-TABLE-COUNT.
       310-WRITE-ACTIVITY.
      * List One Document Inside The Period With The Running Balance
           IF NOT STATEMENT-HEAD-PRINTED
                PERFORM 330-WRITE-STATEMENT-HEAD
           END-IF.
           ADD SW-AMOUNT TO WS-RUNNING-BAL.
           MOVE SPACES TO STM-CHARGES-X.
           MOVE SPACES TO STM-CREDITS-X.
           IF SW-AMOUNT > ZERO
                MOVE SW-AMOUNT TO STM-CHARGES-OUT
                ADD SW-AMOUNT TO WS-PERIOD-CHARGES
                ADD 1 TO WS-CHARGE-COUNT
                ADD SW-AMOUNT TO WS-CHARGE-TOTAL
           ELSE
                COMPUTE WS-CREDIT-AMT = ZERO - SW-AMOUNT
                MOVE WS-CREDIT-AMT TO STM-CREDITS-OUT
                ADD WS-CREDIT-AMT TO WS-PERIOD-CREDITS
                ADD 1 TO WS-CREDIT-COUNT
                ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE SW-DOC-DATE TO STM-DATE-OUT.
           MOVE SW-DOC-NO TO STM-DOC-OUT.
           MOVE SW-DESC TO STM-DESC-OUT.
           MOVE WS-RUNNING-BAL TO STM-BALANCE-OUT.
           WRITE STMTRPT-REC FROM STM-DETAIL-LINE.
       320-CLOSE-STATEMENT.
      * An Account With No Activity In The Period Still Gets A
      * Statement While It Carries A Balance Or Open Items
           PERFORM 230-AGE-OPEN-ITEM
                VARYING WS-OI-SUB FROM 1 BY 1
                UNTIL WS-OI-SUB > WS-OI-TABLE-COUNT.
           IF NOT STATEMENT-HEAD-PRINTED
                IF WS-OPENING-BAL NOT = ZERO
                   OR WS-AGING-TOTAL NOT = ZERO
                   OR WS-UNAPPLIED-AMT NOT = ZERO
                     PERFORM 330-WRITE-STATEMENT-HEAD
                END-IF
           END-IF.
           IF STATEMENT-HEAD-PRINTED
                PERFORM 340-WRITE-STATEMENT-FOOT
           END-IF.
       330-WRITE-STATEMENT-HEAD.
           SET STATEMENT-HEAD-PRINTED TO TRUE.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-PREV-ARTIST-ACCT-NO TO STM-ACCT-NO-OUT.
           MOVE WS-PERIOD-START TO STM-START-OUT.
           MOVE WS-PERIOD-END TO STM-END-OUT.
           WRITE STMTRPT-REC FROM STM-HEADER-1.
           WRITE STMTRPT-REC FROM STM-HEADER-2.
           WRITE STMTRPT-REC FROM BLANK-LINE.
           WRITE STMTRPT-REC FROM STM-ACCOUNT-LINE.
           WRITE STMTRPT-REC FROM BLANK-LINE.
           WRITE STMTRPT-REC FROM STM-HEADER-3.
           WRITE STMTRPT-REC FROM STM-HEADER-4.
           MOVE 'OPENING BALANCE' TO STM-BAL-LABEL.
           MOVE WS-OPENING-BAL TO STM-BAL-OUT.
           WRITE STMTRPT-REC FROM STM-BALANCE-LINE.
       340-WRITE-STATEMENT-FOOT.
      * Period Totals, Closing Balance And The Aging Summary
           WRITE STMTRPT-REC FROM STM-HEADER-4.
           MOVE 'PERIOD ACTIVITY' TO STM-TOT-LABEL.
           MOVE WS-PERIOD-CHARGES TO STM-TOT-CHARGES.
           MOVE WS-PERIOD-CREDITS TO STM-TOT-CREDITS.
           WRITE STMTRPT-REC FROM STM-TOTAL-LINE.
           MOVE 'CLOSING BALANCE' TO STM-BAL-LABEL.
           MOVE WS-RUNNING-BAL TO STM-BAL-OUT.
           WRITE STMTRPT-REC FROM STM-BALANCE-LINE.
           ADD WS-RUNNING-BAL TO WS-CLOSING-TOTAL.
           WRITE STMTRPT-REC FROM BLANK-LINE.
           WRITE STMTRPT-REC FROM STM-AGING-TITLE.
           MOVE 'CURRENT' TO STM-AGE-LABEL.
           MOVE WS-BUCKET-CURRENT-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           MOVE '1-30 DAYS' TO STM-AGE-LABEL.
           MOVE WS-BUCKET-30-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           MOVE '31-60 DAYS' TO STM-AGE-LABEL.
           MOVE WS-BUCKET-60-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           MOVE '61-90 DAYS' TO STM-AGE-LABEL.
           MOVE WS-BUCKET-90-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           MOVE 'OVER 90 DAYS' TO STM-AGE-LABEL.
           MOVE WS-BUCKET-OVER90-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           MOVE 'UNAPPLIED CASH' TO STM-AGE-LABEL.
           MOVE WS-UNAPPLIED-AMT TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           ADD WS-UNAPPLIED-AMT TO WS-AGING-TOTAL.
           MOVE 'TOTAL DUE' TO STM-AGE-LABEL.
           MOVE WS-AGING-TOTAL TO STM-AGE-AMT.
           WRITE STMTRPT-REC FROM STM-AGING-LINE.
           WRITE STMTRPT-REC FROM BLANK-LINE.
           WRITE STMTRPT-REC FROM BLANK-LINE.
       600-CLOSE-FILES.
           CLOSE STMTRPT.
       800-WRITE-TRAILERS.
           WRITE STMTRPT-REC FROM BLANK-LINE.
           WRITE STMTRPT-REC FROM STM-TRAILER-1.
           MOVE WS-PERIOD-START TO STM-TRL-START-OUT.
           MOVE WS-PERIOD-END TO STM-TRL-END-OUT.
           WRITE STMTRPT-REC FROM STM-TRAILER-3.
           MOVE 'STATEMENTS  ' TO STM-CTL-LABEL.
           MOVE WS-STATEMENT-COUNT TO STM-CTL-COUNT.
           MOVE WS-CLOSING-TOTAL TO STM-CTL-AMT.
           WRITE STMTRPT-REC FROM STM-TRAILER-2.
           MOVE 'CHARGES     ' TO STM-CTL-LABEL.
           MOVE WS-CHARGE-COUNT TO STM-CTL-COUNT.
           MOVE WS-CHARGE-TOTAL TO STM-CTL-AMT.
           WRITE STMTRPT-REC FROM STM-TRAILER-2.
           MOVE 'CREDITS     ' TO STM-CTL-LABEL.
           MOVE WS-CREDIT-COUNT TO STM-CTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO STM-CTL-AMT.
           WRITE STMTRPT-REC FROM STM-TRAILER-2.
