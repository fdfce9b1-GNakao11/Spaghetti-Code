       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVGLJ.
      * General Ledger Journal Interface. Runs At The End Of The
      * Nightly Stream And Posts The Day's Business Through The
      * COAMST Chart-Of-Accounts Master Into One Balanced Debit/
      * Credit Journal Batch For The General Ledger:
      *    ORDIFACE  - DR RECEIVABLE / CR SALES BY INSTRUMENT TYPE,
      *                TAX PAYABLE BY SHIP-TO JURISDICTION, FREIGHT
      *    CRMEMO    - DR SALES RETURNS BY INSTRUMENT TYPE, TAX
      *                PAYABLE, FREIGHT / CR RECEIVABLE
      *    CASHAPL   - DR CASH / CR RECEIVABLE (UNAPPLIED CASH WHEN
      *                THE PAYMENT MATCHED NO OPEN ITEM)
      * The Credit Memo's Ship-To And Freight Come From Its Order On
      * The Cumulative ORDHIST File. The GLPROOF Journal Proof Lists
      * Every Account With Its Debits And Credits And The Source
      * Control Totals. The Batch Is Released To GLJRNL Only When
      * Debits Equal Credits And Every Posting Found An Account -
      * Otherwise Nothing Is Written, The Proof Shows The Batch HELD,
      * And The Run Ends With RETURN-CODE 8.
      *
      * COAMST Posting Classes (Key Blank = Class Default Account):
      *    AR RECEIVABLE             SL SALES (INSTRUMENT TYPE)
      *    TX TAX PAYABLE (COUNTRY)  FR FREIGHT INCOME
      *    SR SALES RETURNS (TYPE)   CA CASH
      *    UC UNAPPLIED CASH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COAMST ASSIGN TO COAMST.
           SELECT ORDIFACE ASSIGN TO ORDIFACE.
           SELECT OPTIONAL CRMEMO ASSIGN TO CRMEMO.
           SELECT OPTIONAL ORDHIST ASSIGN TO ORDHIST.
           SELECT OPTIONAL CASHAPL ASSIGN TO CASHAPL.
           SELECT GLJRNL ASSIGN TO GLJRNL.
           SELECT GLPROOF ASSIGN TO GLPROOF.
           SELECT BUSDATE ASSIGN TO BUSDATE.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
       DATA DIVISION.
       FILE SECTION.
      * Business Date Control - One Record, Set By Operations At The
      * Start Of The Processing Day. Every Program In The Nightly
      * Stream Runs Against This One Date.
       FD  BUSDATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUSINESS-DATE-REC.
       01  BUSINESS-DATE-REC.
           05  BD-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(12).
      *
      * Run Completion Log - One Record Per Completed Program Run.
      * Read At Startup To Prove The Predecessor Completed For The
      * Business Date And That This Program Has Not Already Run;
      * Extended At Close With This Run's Completion Stamp. FAVDSH
      * Prints The Day-End Dashboard From This File.
       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.
       01  RUN-CONTROL-REC.
           05  RL-PROGRAM               PIC X(08).
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  RL-START-TIME            PIC 9(06).
           05  RL-END-TIME              PIC 9(06).
           05  RL-RECORD-COUNT          PIC 9(07).
           05  RL-RESULT                PIC X(04).
           05  FILLER                   PIC X(41).
      *
      * Chart-Of-Accounts Master - In Posting Class/Key Sequence
       FD  COAMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COA-MASTER-REC.
       01  COA-MASTER-REC.
           05  GA-POST-CLASS            PIC X(02).
           05  GA-POST-KEY              PIC X(06).
           05  GA-GL-ACCOUNT            PIC X(10).
           05  GA-ACCOUNT-NAME          PIC X(20).
           05  FILLER                   PIC X(02).
      *
       FD  ORDIFACE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORD-IFACE-REC.
       01  ORD-IFACE-REC.
           05  OI-ORDER-NO              PIC X(18).
           05  OI-ARTIST-ACCT-NO        PIC X(08).
           05  OI-INSTRUMENT-TYPE       PIC X(06).
           05  OI-INSTRUMENT-QUALITY    PIC X(01).
           05  OI-SHIP-TO               PIC X(03).
           05  OI-INSTR-PRICE           PIC 9(05)V99.
           05  OI-QUAL-ADJ              PIC S9(05)V99
                                        SIGN LEADING SEPARATE.
           05  OI-TAX                   PIC 9(05)V99.
           05  OI-SHIP                  PIC 9(05)V99.
           05  OI-TOTAL                 PIC 9(07)V99.
           05  OI-CURRENCY-CODE         PIC X(03).
           05  OI-CONVERTED-TOTAL       PIC 9(09)V99.
           05  OI-QTY                   PIC 9(03).
           05  FILLER                   PIC X(09).
      *
      * Credit Memos From The FAVRTN Returns Run
       FD  CRMEMO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDIT-MEMO-REC.
       01  CREDIT-MEMO-REC.
           05  CM-CREDIT-MEMO-NO        PIC X(18).
           05  CM-ORDER-NO              PIC X(18).
           05  CM-ARTIST-ACCT-NO        PIC X(08).
           05  CM-INSTRUMENT-TYPE       PIC X(06).
           05  CM-INSTRUMENT-QUALITY    PIC X(01).
           05  CM-TAX                   PIC 9(05)V99.
           05  CM-CREDIT-AMT            PIC 9(07)V99.
           05  CM-RETURN-DATE           PIC 9(08).
           05  CM-QTY                   PIC 9(03).
           05  FILLER                   PIC X(02).
      *
      * Cumulative Order Interface History - Supplies The Credited
      * Order's Ship-To Jurisdiction And Per-Unit Freight
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
      * Cash Applied By The FAVCSH Cash Application Run
       FD  CASHAPL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-APPLIED-REC.
       01  CASH-APPLIED-REC.
           05  CA-ARTIST-ACCT-NO        PIC X(08).
           05  CA-INVOICE-NO            PIC X(09).
           05  CA-PAYMENT-AMT           PIC 9(09)V99.
           05  CA-PAYMENT-DATE          PIC 9(08).
           05  CA-APPLY-STATUS          PIC X(10).
           05  CA-BEFORE-AMT            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  CA-AFTER-AMT             PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  CA-APPLY-DATE            PIC 9(08).
           05  FILLER                   PIC X(02).
      *
      * Released Journal Batch For The General Ledger - One Line Per
      * Account And Side
       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-JOURNAL-REC.
       01  GL-JOURNAL-REC.
           05  GJ-BATCH-ID              PIC X(10).
           05  GJ-LINE-NO               PIC 9(05).
           05  GJ-POST-DATE             PIC 9(08).
           05  GJ-GL-ACCOUNT            PIC X(10).
           05  GJ-DR-CR                 PIC X(01).
           05  GJ-AMOUNT                PIC 9(09)V99.
           05  GJ-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(15).
      *
       FD  GLPROOF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLPROOF-REC.
       01  GLPROOF-REC                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-EOF                 PIC X(01) VALUE SPACE.
           88  RUNCTL-EOF               VALUE 'Y'.
       01 WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
       01 WS-PREDECESSOR-SWITCH         PIC X(01) VALUE 'N'.
           88  PREDECESSOR-DONE         VALUE 'Y'.
       01 WS-SELF-RUN-SWITCH            PIC X(01) VALUE 'N'.
           88  ALREADY-RUN              VALUE 'Y'.
       01 WS-RUN-START-TIME.
           05  WS-RST-HH                PIC 9(02).
           05  WS-RST-MM                PIC 9(02).
           05  WS-RST-SS                PIC 9(02).
       01 WS-STAMP-TIME-DATA.
           05  FILLER                   PIC X(08).
           05  WS-STAMP-HHMMSS          PIC 9(06).
           05  FILLER                   PIC X(07).
      *
       01 WS-COAMST-EOF                 PIC X(01) VALUE SPACE.
           88  COAMST-EOF               VALUE 'Y'.
       01 WS-ORDIFACE-EOF               PIC X(01) VALUE SPACE.
           88  ORDIFACE-EOF             VALUE 'Y'.
       01 WS-CRMEMO-EOF                 PIC X(01) VALUE SPACE.
           88  CRMEMO-EOF               VALUE 'Y'.
       01 WS-ORDHIST-EOF                PIC X(01) VALUE SPACE.
           88  ORDHIST-EOF              VALUE 'Y'.
       01 WS-CASHAPL-EOF                PIC X(01) VALUE SPACE.
           88  CASHAPL-EOF              VALUE 'Y'.
      *
      * Chart Of Accounts - Binary Searched On Class/Key
       01 WS-COA-TABLE-DATA.
           05  WS-COA-TABLE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-COA-TABLE OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-COA-TABLE-COUNT
               ASCENDING KEY IS WS-COA-CLASS-KEY
               INDEXED BY WS-COA-IDX.
               10  WS-COA-CLASS-KEY.
                   15  WS-COA-POST-CLASS PIC X(02).
                   15  WS-COA-POST-KEY  PIC X(06).
               10  WS-COA-GL-ACCOUNT    PIC X(10).
               10  WS-COA-ACCOUNT-NAME  PIC X(20).
       01 WS-COA-PREV-KEY               PIC X(08) VALUE LOW-VALUES.
       01 WS-COA-CURR-KEY.
           05  WS-COA-CURR-CLASS        PIC X(02).
           05  WS-COA-CURR-POST-KEY     PIC X(06).
      *
      * The Day's Credit Memos, Held So One Pass Of ORDHIST Can
      * Pick Up Each Credited Order's Ship-To And Freight
       01 WS-CM-TABLE-DATA.
           05  WS-CM-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CM-TABLE OCCURS 5000 TIMES
               INDEXED BY WS-CM-IDX.
               10  WS-CM-ORDER-NO       PIC X(18).
               10  WS-CM-INSTRUMENT-TYPE PIC X(06).
               10  WS-CM-TAX            PIC 9(05)V99.
               10  WS-CM-CREDIT-AMT     PIC 9(07)V99.
               10  WS-CM-QTY            PIC 9(03).
               10  WS-CM-SHIP-TO        PIC X(03).
               10  WS-CM-SHIP           PIC 9(05)V99.
      *
      * Journal Lines Rolled Up By GL Account - Inserted In Account
      * Order So The Proof And The Batch Come Out Sorted
       01 WS-JE-TABLE-DATA.
           05  WS-JE-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-JE-TABLE OCCURS 1000 TIMES.
               10  WS-JE-GL-ACCOUNT     PIC X(10).
               10  WS-JE-ACCOUNT-NAME   PIC X(20).
               10  WS-JE-DEBIT-AMT      PIC 9(09)V99.
               10  WS-JE-CREDIT-AMT     PIC 9(09)V99.
      *
      * Postings That Found No Account On COAMST
       01 WS-UM-TABLE-DATA.
           05  WS-UM-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-UM-TABLE OCCURS 200 TIMES.
               10  WS-UM-POST-CLASS     PIC X(02).
               10  WS-UM-POST-KEY       PIC X(06).
               10  WS-UM-COUNT          PIC 9(05).
               10  WS-UM-AMT            PIC 9(09)V99.
      *
       01 WS-SUB-1                      PIC 9(05) COMP VALUE ZERO.
       01 WS-SUB-2                      PIC 9(05) COMP VALUE ZERO.
       01 WS-INS-SUB                    PIC 9(05) COMP VALUE ZERO.
       01 WS-SHIFT-SUB                  PIC 9(05) COMP VALUE ZERO.
       01 WS-MATCH-SUB                  PIC 9(05) COMP VALUE ZERO.
      *
       01 WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
       01 WS-ACCOUNT-SWITCH             PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND            VALUE 'Y'.
      *
      * One Posting Handed To 220-POST-ENTRY
       01 WS-POST-CLASS                 PIC X(02) VALUE SPACES.
       01 WS-POST-KEY                   PIC X(06) VALUE SPACES.
       01 WS-POST-SIDE                  PIC X(01) VALUE SPACE.
           88  POST-DEBIT               VALUE 'D'.
           88  POST-CREDIT              VALUE 'C'.
       01 WS-POST-AMT                   PIC S9(09)V99 VALUE ZERO.
       01 WS-POST-GL-ACCOUNT            PIC X(10) VALUE SPACES.
       01 WS-POST-ACCOUNT-NAME          PIC X(20) VALUE SPACES.
      *
       01 WS-LINE-TAX-AMT               PIC S9(09)V99 VALUE ZERO.
       01 WS-LINE-SHIP-AMT              PIC S9(09)V99 VALUE ZERO.
       01 WS-LINE-NET-AMT               PIC S9(09)V99 VALUE ZERO.
      *
       01 WS-ORDER-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-ORDER-TOTAL                PIC 9(09)V99 VALUE ZERO.
       01 WS-CREDIT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CREDIT-TOTAL               PIC 9(09)V99 VALUE ZERO.
       01 WS-CASH-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-CASH-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       01 WS-UNMAPPED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-UNMAPPED-TOTAL             PIC 9(09)V99 VALUE ZERO.
      *
       01 WS-TOTAL-DEBITS               PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS              PIC 9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-LINE-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-ID.
           05  FILLER                   PIC X(02) VALUE 'GL'.
           05  WS-BATCH-DATE            PIC 9(08) VALUE ZERO.
      *
       01 WS-BATCH-SWITCH               PIC X(01) VALUE 'Y'.
           88  BATCH-IN-BALANCE         VALUE 'Y'.
           88  BATCH-HELD               VALUE 'N'.
      *
       01  GLP-HEADER-1.
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
       01  GLP-HEADER-2.
           05  FILLER         PIC X(26) VALUE SPACES.
           05  FILLER         PIC X(28)
                              VALUE 'GENERAL LEDGER JOURNAL PROOF'.
           05  FILLER         PIC X(26) VALUE SPACES.
       01  GLP-HEADER-2B.
           05  FILLER         PIC X(07) VALUE 'BATCH: '.
           05  GLP-BATCH-OUT  PIC X(10).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE: '.
           05  GLP-BUSDATE-OUT PIC 9(08).
           05  FILLER         PIC X(36) VALUE SPACES.
       01  GLP-HEADER-3.
           05  FILLER         PIC X(12) VALUE 'GL ACCOUNT  '.
           05  FILLER         PIC X(22) VALUE 'ACCOUNT NAME'.
           05  FILLER         PIC X(16) VALUE '         DEBIT  '.
           05  FILLER         PIC X(14) VALUE '        CREDIT'.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  GLP-HEADER-4.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE ALL '-'.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  GLP-DETAIL-LINE.
           05  GLP-ACCOUNT-OUT PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GLP-NAME-OUT   PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GLP-DEBIT-OUT  PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GLP-CREDIT-OUT PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  GLP-TOTAL-LINE.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'BATCH TOTALS'.
           05  GLP-TOTAL-DEBIT-OUT PIC $,$$$,$$$,$$9.99.
           05  GLP-TOTAL-CREDIT-OUT PIC $,$$$,$$$,$$9.99.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  GLP-SOURCE-LINE.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  GLP-SRC-LABEL  PIC X(12).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  GLP-SRC-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'TOTAL: '.
           05  GLP-SRC-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(24) VALUE SPACES.
       01  GLP-UNMAPPED-LINE.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(21) VALUE 'NO ACCOUNT FOR CLASS '.
           05  GLP-UM-CLASS-OUT PIC X(02).
           05  FILLER         PIC X(05) VALUE ' KEY '.
           05  GLP-UM-KEY-OUT PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GLP-UM-COUNT-OUT PIC ZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GLP-UM-AMT-OUT PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(17) VALUE SPACES.
       01  GLP-TRAILER-1.
           05  FILLER         PIC X(22)
               VALUE 'SOURCE CONTROL TOTALS:'.
           05  FILLER         PIC X(58) VALUE SPACES.
       01  GLP-TRAILER-2.
           05  FILLER         PIC X(20)
               VALUE 'UNMAPPED POSTINGS:'.
           05  FILLER         PIC X(60) VALUE SPACES.
       01  GLP-RESULT-LINE.
           05  FILLER         PIC X(14) VALUE 'BATCH RESULT: '.
           05  GLP-RESULT-OUT PIC X(40).
           05  FILLER         PIC X(26) VALUE SPACES.
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
           PERFORM 100-POST-ORDERS.
           PERFORM 110-POST-CREDITS.
           PERFORM 120-POST-CASH.
           PERFORM 300-PROVE-BATCH.
           IF BATCH-IN-BALANCE
                PERFORM 500-RELEASE-JOURNAL
           END-IF.
           PERFORM 800-WRITE-PROOF.
           PERFORM 600-CLOSE-FILES.
           IF BATCH-HELD
                MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 830-STAMP-RUN-CONTROL.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 010-CHECK-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO WS-BATCH-DATE.
           OPEN INPUT COAMST.
           PERFORM 150-LOAD-CHART-OF-ACCOUNTS.
           CLOSE COAMST.
           OPEN OUTPUT GLJRNL.
           OPEN OUTPUT GLPROOF.
           PERFORM 700-WRITE-HEADERS.
       010-CHECK-RUN-CONTROL.
      * The Nightly Stream Runs Against One Business Date. Refuse
      * To Start Unless FAVFIX Has Completed For That Date, And
      * Refuse To Run Twice For The Same Date.
           OPEN INPUT BUSDATE.
           READ BUSDATE
                AT END
                     DISPLAY 'FAVGLJ: BUSDATE CONTROL FILE MISSING '
                          'OR EMPTY - RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
           END-READ.
           IF BD-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'FAVGLJ: BUSDATE CONTROL RECORD INVALID '
                     '- RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE BUSDATE.
           OPEN INPUT RUNCTL.
           PERFORM UNTIL RUNCTL-EOF
                READ RUNCTL
                     AT END MOVE 'Y' TO WS-RUNCTL-EOF
                     NOT AT END
                          IF RL-BUSINESS-DATE = WS-BUSINESS-DATE
                               IF RL-PROGRAM = 'FAVFIX  '
                                    SET PREDECESSOR-DONE TO TRUE
                               END-IF
                               IF RL-PROGRAM = 'FAVGLJ  '
                                    SET ALREADY-RUN TO TRUE
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE RUNCTL.
           IF NOT PREDECESSOR-DONE
                DISPLAY 'FAVGLJ: FAVFIX HAS NOT COMPLETED FOR '
                     'BUSINESS DATE ' WS-BUSINESS-DATE
                     ' - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF ALREADY-RUN
                DISPLAY 'FAVGLJ: ALREADY COMPLETED FOR BUSINESS '
                     'DATE ' WS-BUSINESS-DATE ' - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-CURRENT-HOURS TO WS-RST-HH.
           MOVE WS-CURRENT-MINUTE TO WS-RST-MM.
           MOVE WS-CURRENT-SECOND TO WS-RST-SS.
       830-STAMP-RUN-CONTROL.
      * Stamp The Run's Completion For The FAVDSH Day-End Dashboard
           OPEN EXTEND RUNCTL.
           MOVE SPACES TO RUN-CONTROL-REC.
           MOVE 'FAVGLJ' TO RL-PROGRAM.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-TIME-DATA.
           MOVE WS-STAMP-HHMMSS TO RL-END-TIME.
           MOVE WS-JOURNAL-LINE-COUNT TO RL-RECORD-COUNT.
           IF BATCH-HELD
                MOVE 'OOB ' TO RL-RESULT
           ELSE
                MOVE 'OK  ' TO RL-RESULT
           END-IF.
           WRITE RUN-CONTROL-REC.
           CLOSE RUNCTL.
       150-LOAD-CHART-OF-ACCOUNTS.
      * Load The Chart Of Accounts Into A Working-Storage Table,
      * Proving It Is In Class/Key Sequence So The Binary Search In
      * 225-LOOKUP-ACCOUNT Is Sound
           MOVE SPACE TO WS-COAMST-EOF.
           PERFORM UNTIL COAMST-EOF
                READ COAMST
                     AT END MOVE 'Y' TO WS-COAMST-EOF
                     NOT AT END
                          IF WS-COA-TABLE-COUNT >= 1000
                               DISPLAY
                             'FAVGLJ: COAMST EXCEEDS WS-COA-TABLE '
                                  'CAPACITY OF 1000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          MOVE GA-POST-CLASS TO WS-COA-CURR-CLASS
                          MOVE GA-POST-KEY TO WS-COA-CURR-POST-KEY
                          IF WS-COA-CURR-KEY NOT > WS-COA-PREV-KEY
                               DISPLAY 'FAVGLJ: COAMST NOT IN '
                                    'CLASS/KEY SEQUENCE - RUN '
                                    'TERMINATED'
                               STOP RUN
                          END-IF
                          MOVE WS-COA-CURR-KEY TO WS-COA-PREV-KEY
                          ADD 1 TO WS-COA-TABLE-COUNT
                          SET WS-COA-IDX TO WS-COA-TABLE-COUNT
                          MOVE WS-COA-CURR-KEY TO
                               WS-COA-CLASS-KEY(WS-COA-IDX)
                          MOVE GA-GL-ACCOUNT TO
                               WS-COA-GL-ACCOUNT(WS-COA-IDX)
                          MOVE GA-ACCOUNT-NAME TO
                               WS-COA-ACCOUNT-NAME(WS-COA-IDX)
                END-READ
           END-PERFORM.
       100-POST-ORDERS.
      * Each Order Line Debits Receivable For The Billed Total And
      * Credits Tax, Freight, And Sales - Sales Takes The Remainder
      * So The Line Always Balances To The Billed Total
           OPEN INPUT ORDIFACE.
           MOVE SPACE TO WS-ORDIFACE-EOF.
           PERFORM UNTIL ORDIFACE-EOF
                READ ORDIFACE
                     AT END MOVE 'Y' TO WS-ORDIFACE-EOF
                     NOT AT END
                          PERFORM 200-POST-ONE-ORDER
                END-READ
           END-PERFORM.
           CLOSE ORDIFACE.
       200-POST-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT.
           ADD OI-TOTAL TO WS-ORDER-TOTAL.
      * OI-TAX And OI-SHIP Are Per-Unit - Extend By The Allocated
      * Quantity The Same Way FAVTAX Does
           COMPUTE WS-LINE-TAX-AMT = OI-TAX * OI-QTY.
           COMPUTE WS-LINE-SHIP-AMT = OI-SHIP * OI-QTY.
           COMPUTE WS-LINE-NET-AMT =
                OI-TOTAL - WS-LINE-TAX-AMT - WS-LINE-SHIP-AMT.
           MOVE 'AR' TO WS-POST-CLASS.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-DEBIT TO TRUE.
           MOVE OI-TOTAL TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'SL' TO WS-POST-CLASS.
           MOVE OI-INSTRUMENT-TYPE TO WS-POST-KEY.
           SET POST-CREDIT TO TRUE.
           MOVE WS-LINE-NET-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'TX' TO WS-POST-CLASS.
           MOVE OI-SHIP-TO TO WS-POST-KEY.
           SET POST-CREDIT TO TRUE.
           MOVE WS-LINE-TAX-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'FR' TO WS-POST-CLASS.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-CREDIT TO TRUE.
           MOVE WS-LINE-SHIP-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
       110-POST-CREDITS.
      * Hold The Day's Credit Memos, Pick Up Each Credited Order's
      * Ship-To And Freight From ORDHIST, Then Post The Reversals
           OPEN INPUT CRMEMO.
           MOVE SPACE TO WS-CRMEMO-EOF.
           PERFORM UNTIL CRMEMO-EOF
                READ CRMEMO
                     AT END MOVE 'Y' TO WS-CRMEMO-EOF
                     NOT AT END
                          PERFORM 155-HOLD-CREDIT-MEMO
                END-READ
           END-PERFORM.
           CLOSE CRMEMO.
           IF WS-CM-TABLE-COUNT > ZERO
                OPEN INPUT ORDHIST
                MOVE SPACE TO WS-ORDHIST-EOF
                PERFORM UNTIL ORDHIST-EOF
                     READ ORDHIST
                          AT END MOVE 'Y' TO WS-ORDHIST-EOF
                          NOT AT END
                               PERFORM 157-MATCH-CREDITED-ORDER
                     END-READ
                END-PERFORM
                CLOSE ORDHIST
           END-IF.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                UNTIL WS-CM-IDX > WS-CM-TABLE-COUNT
                PERFORM 210-POST-ONE-CREDIT
           END-PERFORM.
       155-HOLD-CREDIT-MEMO.
           IF WS-CM-TABLE-COUNT >= 5000
                DISPLAY 'FAVGLJ: CRMEMO EXCEEDS WS-CM-TABLE '
                     'CAPACITY OF 5000 - RUN TERMINATED'
                STOP RUN
           END-IF.
           ADD 1 TO WS-CM-TABLE-COUNT.
           SET WS-CM-IDX TO WS-CM-TABLE-COUNT.
           MOVE CM-ORDER-NO TO WS-CM-ORDER-NO(WS-CM-IDX).
           MOVE CM-INSTRUMENT-TYPE TO WS-CM-INSTRUMENT-TYPE(WS-CM-IDX).
           MOVE CM-TAX TO WS-CM-TAX(WS-CM-IDX).
           MOVE CM-CREDIT-AMT TO WS-CM-CREDIT-AMT(WS-CM-IDX).
           MOVE CM-QTY TO WS-CM-QTY(WS-CM-IDX).
           MOVE SPACES TO WS-CM-SHIP-TO(WS-CM-IDX).
           MOVE ZERO TO WS-CM-SHIP(WS-CM-IDX).
       157-MATCH-CREDITED-ORDER.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                UNTIL WS-CM-IDX > WS-CM-TABLE-COUNT
                IF OH-ORDER-NO = WS-CM-ORDER-NO(WS-CM-IDX)
                     MOVE OH-SHIP-TO TO WS-CM-SHIP-TO(WS-CM-IDX)
                     MOVE OH-SHIP TO WS-CM-SHIP(WS-CM-IDX)
                END-IF
           END-PERFORM.
       210-POST-ONE-CREDIT.
      * A Credit Memo Reverses Its Order - Sales Returns Takes The
      * Remainder. An Order Not Found On ORDHIST Posts Its Tax To
      * The Class Default And Its Freight Stays In Sales Returns.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-CM-CREDIT-AMT(WS-CM-IDX) TO WS-CREDIT-TOTAL.
           COMPUTE WS-LINE-TAX-AMT =
                WS-CM-TAX(WS-CM-IDX) * WS-CM-QTY(WS-CM-IDX).
           COMPUTE WS-LINE-SHIP-AMT =
                WS-CM-SHIP(WS-CM-IDX) * WS-CM-QTY(WS-CM-IDX).
           COMPUTE WS-LINE-NET-AMT =
                WS-CM-CREDIT-AMT(WS-CM-IDX) - WS-LINE-TAX-AMT
                - WS-LINE-SHIP-AMT.
           MOVE 'SR' TO WS-POST-CLASS.
           MOVE WS-CM-INSTRUMENT-TYPE(WS-CM-IDX) TO WS-POST-KEY.
           SET POST-DEBIT TO TRUE.
           MOVE WS-LINE-NET-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'TX' TO WS-POST-CLASS.
           MOVE WS-CM-SHIP-TO(WS-CM-IDX) TO WS-POST-KEY.
           SET POST-DEBIT TO TRUE.
           MOVE WS-LINE-TAX-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'FR' TO WS-POST-CLASS.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-DEBIT TO TRUE.
           MOVE WS-LINE-SHIP-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           MOVE 'AR' TO WS-POST-CLASS.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-CREDIT TO TRUE.
           MOVE WS-CM-CREDIT-AMT(WS-CM-IDX) TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
       120-POST-CASH.
      * Cash Received Debits Cash; A Payment That Matched An Open
      * Item Relieves Receivable, One That Did Not Waits In
      * Unapplied Cash Until The Office Works It
           OPEN INPUT CASHAPL.
           MOVE SPACE TO WS-CASHAPL-EOF.
           PERFORM UNTIL CASHAPL-EOF
                READ CASHAPL
                     AT END MOVE 'Y' TO WS-CASHAPL-EOF
                     NOT AT END
                          PERFORM 215-POST-ONE-PAYMENT
                END-READ
           END-PERFORM.
           CLOSE CASHAPL.
       215-POST-ONE-PAYMENT.
           ADD 1 TO WS-CASH-COUNT.
           ADD CA-PAYMENT-AMT TO WS-CASH-TOTAL.
           MOVE 'CA' TO WS-POST-CLASS.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-DEBIT TO TRUE.
           MOVE CA-PAYMENT-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
           IF CA-APPLY-STATUS = 'UNAPPLIED '
                MOVE 'UC' TO WS-POST-CLASS
           ELSE
                MOVE 'AR' TO WS-POST-CLASS
           END-IF.
           MOVE SPACES TO WS-POST-KEY.
           SET POST-CREDIT TO TRUE.
           MOVE CA-PAYMENT-AMT TO WS-POST-AMT.
           PERFORM 220-POST-ENTRY.
       220-POST-ENTRY.
      * Post One Amount To Its Account. A Negative Amount Posts To
      * The Opposite Side; A Zero Amount Posts Nothing.
           IF WS-POST-AMT < ZERO
                COMPUTE WS-POST-AMT = ZERO - WS-POST-AMT
                IF POST-DEBIT
                     SET POST-CREDIT TO TRUE
                ELSE
                     SET POST-DEBIT TO TRUE
                END-IF
           END-IF.
           IF WS-POST-AMT NOT = ZERO
                PERFORM 225-LOOKUP-ACCOUNT
                IF ACCOUNT-FOUND
                     PERFORM 230-ACCUMULATE-ENTRY
                ELSE
                     PERFORM 240-ACCUMULATE-UNMAPPED
                END-IF
           END-IF.
       225-LOOKUP-ACCOUNT.
      * Exact Class/Key First, Then The Class Default (Blank Key)
           MOVE 'N' TO WS-ACCOUNT-SWITCH.
           MOVE WS-POST-CLASS TO WS-COA-CURR-CLASS.
           MOVE WS-POST-KEY TO WS-COA-CURR-POST-KEY.
           PERFORM 227-SEARCH-ACCOUNT.
           IF NOT ACCOUNT-FOUND AND WS-POST-KEY NOT = SPACES
                MOVE SPACES TO WS-COA-CURR-POST-KEY
                PERFORM 227-SEARCH-ACCOUNT
           END-IF.
       227-SEARCH-ACCOUNT.
           IF WS-COA-TABLE-COUNT > ZERO
                SEARCH ALL WS-COA-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-COA-CLASS-KEY(WS-COA-IDX) =
                               WS-COA-CURR-KEY
                          MOVE 'Y' TO WS-ACCOUNT-SWITCH
                          MOVE WS-COA-GL-ACCOUNT(WS-COA-IDX) TO
                               WS-POST-GL-ACCOUNT
                          MOVE WS-COA-ACCOUNT-NAME(WS-COA-IDX) TO
                               WS-POST-ACCOUNT-NAME
                END-SEARCH
           END-IF.
       230-ACCUMULATE-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-JE-TABLE-COUNT OR ENTRY-FOUND
                IF WS-JE-GL-ACCOUNT(WS-SUB-1) = WS-POST-GL-ACCOUNT
                     MOVE 'Y' TO WS-FOUND-SWITCH
                     MOVE WS-SUB-1 TO WS-MATCH-SUB
                END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
                PERFORM 235-ADD-JOURNAL-ACCOUNT
           END-IF.
           IF POST-DEBIT
                ADD WS-POST-AMT TO WS-JE-DEBIT-AMT(WS-MATCH-SUB)
                ADD WS-POST-AMT TO WS-TOTAL-DEBITS
           ELSE
                ADD WS-POST-AMT TO WS-JE-CREDIT-AMT(WS-MATCH-SUB)
                ADD WS-POST-AMT TO WS-TOTAL-CREDITS
           END-IF.
       235-ADD-JOURNAL-ACCOUNT.
      * Insert At The Key Position So The Batch Stays In Sequence
           IF WS-JE-TABLE-COUNT >= 1000
                DISPLAY 'FAVGLJ: POSTINGS EXCEED WS-JE-TABLE '
                     'CAPACITY OF 1000 - RUN TERMINATED'
                STOP RUN
           END-IF.
           MOVE 1 TO WS-INS-SUB.
           PERFORM UNTIL WS-INS-SUB > WS-JE-TABLE-COUNT
                     OR WS-JE-GL-ACCOUNT(WS-INS-SUB) >
                          WS-POST-GL-ACCOUNT
                ADD 1 TO WS-INS-SUB
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-SUB
                FROM WS-JE-TABLE-COUNT BY -1
                UNTIL WS-SHIFT-SUB < WS-INS-SUB
                ADD 1 WS-SHIFT-SUB GIVING WS-SUB-2
                MOVE WS-JE-TABLE(WS-SHIFT-SUB) TO
                     WS-JE-TABLE(WS-SUB-2)
           END-PERFORM.
           ADD 1 TO WS-JE-TABLE-COUNT.
           MOVE WS-POST-GL-ACCOUNT TO WS-JE-GL-ACCOUNT(WS-INS-SUB).
           MOVE WS-POST-ACCOUNT-NAME TO WS-JE-ACCOUNT-NAME(WS-INS-SUB).
           MOVE ZERO TO WS-JE-DEBIT-AMT(WS-INS-SUB).
           MOVE ZERO TO WS-JE-CREDIT-AMT(WS-INS-SUB).
           MOVE WS-INS-SUB TO WS-MATCH-SUB.
       240-ACCUMULATE-UNMAPPED.
      * No Account Means The Batch Cannot Be Released
           SET BATCH-HELD TO TRUE.
           ADD 1 TO WS-UNMAPPED-COUNT.
           ADD WS-POST-AMT TO WS-UNMAPPED-TOTAL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-UM-TABLE-COUNT OR ENTRY-FOUND
                IF WS-UM-POST-CLASS(WS-SUB-1) = WS-POST-CLASS
                   AND WS-UM-POST-KEY(WS-SUB-1) = WS-POST-KEY
                     MOVE 'Y' TO WS-FOUND-SWITCH
                     MOVE WS-SUB-1 TO WS-MATCH-SUB
                END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
                IF WS-UM-TABLE-COUNT >= 200
                     DISPLAY 'FAVGLJ: UNMAPPED POSTINGS EXCEED '
                          'WS-UM-TABLE CAPACITY OF 200 - RUN '
                          'TERMINATED'
                     STOP RUN
                END-IF
                ADD 1 TO WS-UM-TABLE-COUNT
                MOVE WS-UM-TABLE-COUNT TO WS-MATCH-SUB
                MOVE WS-POST-CLASS TO WS-UM-POST-CLASS(WS-MATCH-SUB)
                MOVE WS-POST-KEY TO WS-UM-POST-KEY(WS-MATCH-SUB)
                MOVE ZERO TO WS-UM-COUNT(WS-MATCH-SUB)
                MOVE ZERO TO WS-UM-AMT(WS-MATCH-SUB)
           END-IF.
           ADD 1 TO WS-UM-COUNT(WS-MATCH-SUB).
           ADD WS-POST-AMT TO WS-UM-AMT(WS-MATCH-SUB).
       300-PROVE-BATCH.
      * Debits Must Equal Credits And Every Posting Must Have Found
      * Its Account Before The Batch Goes To The Ledger
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                SET BATCH-HELD TO TRUE
           END-IF.
           IF WS-UNMAPPED-COUNT > ZERO
                SET BATCH-HELD TO TRUE
           END-IF.
       500-RELEASE-JOURNAL.
      * Write The Balanced Batch - One Line Per Account And Side
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-JE-TABLE-COUNT
                IF WS-JE-DEBIT-AMT(WS-SUB-1) > ZERO
                     MOVE 'D' TO WS-POST-SIDE
                     MOVE WS-JE-DEBIT-AMT(WS-SUB-1) TO WS-POST-AMT
                     PERFORM 510-WRITE-JOURNAL-LINE
                END-IF
                IF WS-JE-CREDIT-AMT(WS-SUB-1) > ZERO
                     MOVE 'C' TO WS-POST-SIDE
                     MOVE WS-JE-CREDIT-AMT(WS-SUB-1) TO WS-POST-AMT
                     PERFORM 510-WRITE-JOURNAL-LINE
                END-IF
           END-PERFORM.
       510-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINE-COUNT.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE WS-BATCH-ID TO GJ-BATCH-ID.
           MOVE WS-JOURNAL-LINE-COUNT TO GJ-LINE-NO.
           MOVE WS-BUSINESS-DATE TO GJ-POST-DATE.
           MOVE WS-JE-GL-ACCOUNT(WS-SUB-1) TO GJ-GL-ACCOUNT.
           MOVE WS-POST-SIDE TO GJ-DR-CR.
           MOVE WS-POST-AMT TO GJ-AMOUNT.
           MOVE WS-JE-ACCOUNT-NAME(WS-SUB-1) TO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-REC.
       600-CLOSE-FILES.
           CLOSE GLJRNL.
           CLOSE GLPROOF.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-BATCH-ID TO GLP-BATCH-OUT.
           MOVE WS-BUSINESS-DATE TO GLP-BUSDATE-OUT.
           WRITE GLPROOF-REC FROM GLP-HEADER-1.
           WRITE GLPROOF-REC FROM GLP-HEADER-2.
           WRITE GLPROOF-REC FROM GLP-HEADER-2B.
           WRITE GLPROOF-REC FROM BLANK-LINE.
           WRITE GLPROOF-REC FROM GLP-HEADER-3.
           WRITE GLPROOF-REC FROM GLP-HEADER-4.
       800-WRITE-PROOF.
      * Account Listing, Batch Totals, Source Control Totals, Any
      * Unmapped Postings, And The Release Decision
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-JE-TABLE-COUNT
                MOVE WS-JE-GL-ACCOUNT(WS-SUB-1) TO GLP-ACCOUNT-OUT
                MOVE WS-JE-ACCOUNT-NAME(WS-SUB-1) TO GLP-NAME-OUT
                MOVE WS-JE-DEBIT-AMT(WS-SUB-1) TO GLP-DEBIT-OUT
                MOVE WS-JE-CREDIT-AMT(WS-SUB-1) TO GLP-CREDIT-OUT
                WRITE GLPROOF-REC FROM GLP-DETAIL-LINE
           END-PERFORM.
           WRITE GLPROOF-REC FROM GLP-HEADER-4.
           MOVE WS-TOTAL-DEBITS TO GLP-TOTAL-DEBIT-OUT.
           MOVE WS-TOTAL-CREDITS TO GLP-TOTAL-CREDIT-OUT.
           WRITE GLPROOF-REC FROM GLP-TOTAL-LINE.
           WRITE GLPROOF-REC FROM BLANK-LINE.
           WRITE GLPROOF-REC FROM GLP-TRAILER-1.
           MOVE 'ORDERS      ' TO GLP-SRC-LABEL.
           MOVE WS-ORDER-COUNT TO GLP-SRC-COUNT.
           MOVE WS-ORDER-TOTAL TO GLP-SRC-AMT.
           WRITE GLPROOF-REC FROM GLP-SOURCE-LINE.
           MOVE 'CREDIT MEMOS' TO GLP-SRC-LABEL.
           MOVE WS-CREDIT-COUNT TO GLP-SRC-COUNT.
           MOVE WS-CREDIT-TOTAL TO GLP-SRC-AMT.
           WRITE GLPROOF-REC FROM GLP-SOURCE-LINE.
           MOVE 'CASH        ' TO GLP-SRC-LABEL.
           MOVE WS-CASH-COUNT TO GLP-SRC-COUNT.
           MOVE WS-CASH-TOTAL TO GLP-SRC-AMT.
           WRITE GLPROOF-REC FROM GLP-SOURCE-LINE.
           MOVE 'JRNL LINES  ' TO GLP-SRC-LABEL.
           MOVE WS-JOURNAL-LINE-COUNT TO GLP-SRC-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLP-SRC-AMT.
           WRITE GLPROOF-REC FROM GLP-SOURCE-LINE.
           IF WS-UM-TABLE-COUNT > ZERO
                WRITE GLPROOF-REC FROM BLANK-LINE
                WRITE GLPROOF-REC FROM GLP-TRAILER-2
                PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                     UNTIL WS-SUB-1 > WS-UM-TABLE-COUNT
                     MOVE WS-UM-POST-CLASS(WS-SUB-1) TO
                          GLP-UM-CLASS-OUT
                     MOVE WS-UM-POST-KEY(WS-SUB-1) TO GLP-UM-KEY-OUT
                     MOVE WS-UM-COUNT(WS-SUB-1) TO GLP-UM-COUNT-OUT
                     MOVE WS-UM-AMT(WS-SUB-1) TO GLP-UM-AMT-OUT
                     WRITE GLPROOF-REC FROM GLP-UNMAPPED-LINE
                END-PERFORM
           END-IF.
           WRITE GLPROOF-REC FROM BLANK-LINE.
           EVALUATE TRUE
           WHEN BATCH-IN-BALANCE
                MOVE 'IN BALANCE - RELEASED TO GLJRNL' TO
                     GLP-RESULT-OUT
           WHEN WS-UNMAPPED-COUNT > ZERO
                MOVE 'UNMAPPED POSTINGS - HELD, NOT RELEASED' TO
                     GLP-RESULT-OUT
           WHEN OTHER
                MOVE 'OUT OF BALANCE - HELD, NOT RELEASED' TO
                     GLP-RESULT-OUT
           END-EVALUATE.
           WRITE GLPROOF-REC FROM GLP-RESULT-LINE.
