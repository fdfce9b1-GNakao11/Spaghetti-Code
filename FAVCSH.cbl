      * Off; The Surviving Open Items Are Written To AROPENN For The
      * Next Cycle. Every Payment Is Listed On The CASHRPT Register
      * With Its Before/After Balance; Payments That Match No Open
      * Item Are Flagged UNAPPLIED For The Office To Work. Each
      * Payment Is Also Written With Its Application Status To The
      * CASHAPL Cash-Applied File For The FAVGLJ Journal Interface,
      * And Appended To The Cumulative CASHHIST Cash-Applied History
      * (Unapplied And Credit-Balance Payments Included) That The
      * FAVSTM Statement Of Account Run Reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHTRAN ASSIGN TO CASHTRAN.
           SELECT AROPENN ASSIGN TO AROPENN.
           SELECT CASHRPT ASSIGN TO CASHRPT.
           SELECT CASHAPL ASSIGN TO CASHAPL.
           SELECT OPTIONAL CASHHIST ASSIGN TO CASHHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  AROPEN
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHRPT-REC.
       01  CASHRPT-REC                 PIC X(80).
      *
      * Cash Applied - One Record Per Payment With The Status It
      * Applied Under And The Open Item's Before/After Balance
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
      * Cumulative Cash-Applied History - Same Layout As CASHAPL
       FD  CASHHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-HISTORY-REC.
       01  CASH-HISTORY-REC             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-AROPEN-EOF                 PIC X(01) VALUE SPACE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
           OPEN INPUT CASHTRAN.
           OPEN OUTPUT AROPENN.
           OPEN OUTPUT CASHRPT.
           OPEN OUTPUT CASHAPL.
           OPEN EXTEND CASHHIST.
           PERFORM 150-LOAD-OPEN-ITEMS.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-CASHTRAN.
                MOVE 'UNAPPLIED ' TO CSH-STATUS-OUT
           END-IF.
           WRITE CASHRPT-REC FROM CSH-DETAIL-LINE.
           PERFORM 510-WRITE-CASH-APPLIED.
       400-READ-CASHTRAN.
           READ CASHTRAN
                AT END MOVE 'Y' TO WS-CASHTRAN-EOF
                          WS-CARRIED-TOTAL
                END-IF
           END-PERFORM.
       510-WRITE-CASH-APPLIED.
      * Record The Payment As Applied For The Journal Interface
           MOVE SPACES TO CASH-APPLIED-REC.
           MOVE CT-ARTIST-ACCT-NO TO CA-ARTIST-ACCT-NO.
           MOVE CT-INVOICE-NO TO CA-INVOICE-NO.
           MOVE CT-PAYMENT-AMT TO CA-PAYMENT-AMT.
           MOVE CT-PAYMENT-DATE TO CA-PAYMENT-DATE.
           MOVE CSH-STATUS-OUT TO CA-APPLY-STATUS.
           IF OPEN-ITEM-FOUND
                MOVE WS-BEFORE-AMT TO CA-BEFORE-AMT
                MOVE WS-AR-OPEN-AMT(WS-AR-IDX) TO CA-AFTER-AMT
           ELSE
                MOVE ZERO TO CA-BEFORE-AMT
                MOVE ZERO TO CA-AFTER-AMT
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO CA-APPLY-DATE.
           WRITE CASH-APPLIED-REC.
           WRITE CASH-HISTORY-REC FROM CASH-APPLIED-REC.
       600-CLOSE-FILES.
           CLOSE AROPEN, CASHTRAN.
           CLOSE AROPENN, CASHRPT.
           CLOSE CASHAPL, CASHHIST.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
