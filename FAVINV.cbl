      * Writes An Open-Item Record To The Cumulative AROPEN
      * Receivables File (NET 30 Due Date) For The FAVCSH Cash
      * Application Run And The FAVARR Aged Receivables Report.
      * The Cumulative INVHIST Billing History Keeps Every Invoice,
      * The Orders It Billed, And The Credit Memos It Netted, For
      * The FAVSTM Statement Of Account Run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT INVOICE ASSIGN TO INVOICE.
           SELECT OPTIONAL AROPEN ASSIGN TO AROPEN.
           SELECT OPTIONAL INVHIST ASSIGN TO INVHIST.
           SELECT BUSDATE ASSIGN TO BUSDATE.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
       DATA DIVISION.
           05  AR-INVOICE-DATE          PIC 9(08).
           05  AR-DUE-DATE              PIC 9(08).
           05  FILLER                   PIC X(03).
      *
      * Cumulative Billing History - An 'I' Record Per Invoice With
      * The Order Charges Billed, An 'O' Record Per Order Line, And
      * A 'C' Record Per Credit Memo Netted On The Invoice
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
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-EOF                 PIC X(01) VALUE SPACE.
       01 WS-LINE-ITEM-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-REGISTER-TOTAL             PIC S9(09)V99 VALUE ZERO.
       01 WS-INVOICE-TOTAL              PIC S9(07)V99 VALUE ZERO.
       01 WS-INVOICE-BILLED             PIC 9(09)V99 VALUE ZERO.
       01 WS-INVOICE-LINES              PIC 9(03) VALUE ZERO.
       01 WS-CREDIT-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CREDIT-TOTAL               PIC 9(09)V99 VALUE ZERO.
                FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           OPEN OUTPUT INVOICE.
           OPEN EXTEND AROPEN.
           OPEN EXTEND INVHIST.
       010-CHECK-RUN-CONTROL.
      * The Nightly Stream Runs Against One Business Date. Refuse
      * To Start Unless FAVORD Has Completed For That Date, And
           ADD 1 TO WS-INVOICE-SEQ.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           MOVE ZERO TO WS-INVOICE-BILLED.
           MOVE ZERO TO WS-INVOICE-LINES.
           MOVE SW-ARTIST-ACCT-NO TO WS-PREV-ARTIST-ACCT-NO.
           STRING 'INV' DELIMITED BY SIZE
                WRITE INVOICE-REC FROM INV-CONVERTED-LINE
           END-IF.
           ADD SW-TOTAL TO WS-INVOICE-TOTAL.
           ADD SW-TOTAL TO WS-INVOICE-BILLED.
           ADD SW-TOTAL TO WS-REGISTER-TOTAL.
           MOVE SPACES TO INV-HISTORY-REC.
           MOVE 'O' TO IH-REC-TYPE.
           PERFORM 340-WRITE-BILLING-HISTORY.
       315-WRITE-CREDIT-ITEM.
      * The Credit Memo Nets Against The Invoice As A Negative Line
           MOVE SW-ORDER-NO TO INV-CR-MEMO-NO-OUT.
           SUBTRACT SW-TOTAL FROM WS-REGISTER-TOTAL.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD SW-TOTAL TO WS-CREDIT-TOTAL.
           MOVE SPACES TO INV-HISTORY-REC.
           MOVE 'C' TO IH-REC-TYPE.
           PERFORM 340-WRITE-BILLING-HISTORY.
       320-CLOSE-INVOICE.
           WRITE INVOICE-REC FROM BLANK-LINE.
           MOVE WS-INVOICE-TOTAL TO INV-TOTAL-OUT.
           WRITE INVOICE-REC FROM BLANK-LINE.
           WRITE INVOICE-REC FROM BLANK-LINE.
           PERFORM 330-WRITE-OPEN-ITEM.
           IF WS-INVOICE-BILLED > ZERO
                PERFORM 345-WRITE-INVOICE-HISTORY
           END-IF.
       330-WRITE-OPEN-ITEM.
      * Post The Invoice To The Open-Item Receivables File
           MOVE SPACES TO AR-OPEN-ITEM-REC.
           MOVE WS-CURRENT-DATE-NUM TO AR-INVOICE-DATE.
           MOVE WS-DUE-DATE TO AR-DUE-DATE.
           WRITE AR-OPEN-ITEM-REC.
       340-WRITE-BILLING-HISTORY.
      * Record The Order Line Or Credit Memo Against Its Invoice
           MOVE INV-NO-OUT TO IH-INVOICE-NO.
           MOVE SW-ARTIST-ACCT-NO TO IH-ARTIST-ACCT-NO.
           MOVE SW-ORDER-NO TO IH-DOC-NO.
           MOVE WS-CURRENT-DATE-NUM TO IH-INVOICE-DATE.
           MOVE WS-DUE-DATE TO IH-DUE-DATE.
           MOVE SW-TOTAL TO IH-AMOUNT.
           WRITE INV-HISTORY-REC.
       345-WRITE-INVOICE-HISTORY.
      * The Invoice Record Carries The Order Charges Billed - The
      * Netted Credit Memos Stand On Their Own 'C' Records
           MOVE SPACES TO INV-HISTORY-REC.
           MOVE 'I' TO IH-REC-TYPE.
           MOVE INV-NO-OUT TO IH-INVOICE-NO.
           MOVE WS-PREV-ARTIST-ACCT-NO TO IH-ARTIST-ACCT-NO.
           MOVE INV-NO-OUT TO IH-DOC-NO.
           MOVE WS-CURRENT-DATE-NUM TO IH-INVOICE-DATE.
           MOVE WS-DUE-DATE TO IH-DUE-DATE.
           MOVE WS-INVOICE-BILLED TO IH-AMOUNT.
           WRITE INV-HISTORY-REC.
       600-CLOSE-FILES.
           CLOSE INVOICE.
           CLOSE AROPEN.
           CLOSE INVHIST.
       800-WRITE-REGISTER.
      * Invoice Register Trailer For The Run
           WRITE INVOICE-REC FROM REG-TRAILER-1.
