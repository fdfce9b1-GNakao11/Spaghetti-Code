       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVCAN.
      * Order Cancellation Run. Reads Cancellation Requests From
      * CANTRAN (Keyed By Order Number) And Validates Each Against
      * The Cumulative ORDHIST Order History Written By FAVORD, The
      * ORDSTAT Order-Status File Kept By FAVSHP And The RTNHIST
      * Returns History. An Order The Dock Has Already Shipped Is
      * Refused - Once It Has Left The Building It Comes Back As A
      * Return Through FAVRTN. A Cancelled Order:
      *    - Gives Its Committed Units Back To INVMST (Written To
      *      INVMSTO) So They Can Be Allocated Again
      *    - Is Marked CANCELLED On The Status File (Written To
      *      ORDSTATN) So FAVSHP Never Picks Or Ships It
      *    - Takes A Reversing Credit Memo For Its Billed Amount,
      *      Appended To The Day's CRMEMO File So FAVINV Nets It On
      *      The Artist's Invoice. An Order Not Yet On INVHIST Is
      *      Still Billed By Tonight's FAVINV, So Its Credit Nets
      *      Against That Same Invoice.
      *    - Is Recorded On RTNHIST With Its Credit Memo, So Neither
      *      A Return Nor A Second Cancellation Credits It Again
      * Cancellation Credit Memos Are Numbered 'CAN' + Date + Seq
      * To Keep Them Apart From FAVRTN's 'CRM' Return Memos. Runs
      * After FAVRTN (Which Creates The Day's CRMEMO) And Before
      * FAVINV. The CANTOT Control Totals Let FAVBAL Prove The
      * Cancellation Credits, And Every Request Lands On The CANRPT
      * Cancellation Register With Its Disposition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANTRAN ASSIGN TO CANTRAN.
           SELECT OPTIONAL ORDHIST ASSIGN TO ORDHIST.
           SELECT OPTIONAL INVHIST ASSIGN TO INVHIST.
           SELECT OPTIONAL ORDSTAT ASSIGN TO ORDSTAT.
           SELECT ORDSTATN ASSIGN TO ORDSTATN.
           SELECT OPTIONAL RTNHIST ASSIGN TO RTNHIST.
           SELECT INVMST ASSIGN TO INVMST.
           SELECT INVMSTO ASSIGN TO INVMSTO.
           SELECT OPTIONAL CRMEMO ASSIGN TO CRMEMO.
           SELECT OPTIONAL CANTOT ASSIGN TO CANTOT.
           SELECT CANRPT ASSIGN TO CANRPT.
       DATA DIVISION.
       FILE SECTION.
      * Cancellation Requests From The Office
       FD  CANTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAN-TRAN-REC.
       01  CAN-TRAN-REC.
           05  CN-ORDER-NO              PIC X(18).
           05  CN-CANCEL-DATE           PIC 9(08).
           05  CN-REASON                PIC X(20).
           05  CN-REQUESTED-BY          PIC X(08).
           05  FILLER                   PIC X(26).
      *
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
      * Cumulative Billing History Written By FAVINV - An 'O' Record
      * Means The Order Has Been Invoiced
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
      * Cumulative Order-Status File - One Record Per Order, Status
      * A (Allocated) / P (Picked) / S (Shipped) / C (Cancelled)
       FD  ORDSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDER-STATUS-REC.
       01  ORDER-STATUS-REC.
           05  OS-ORDER-NO              PIC X(18).
           05  OS-STATUS                PIC X(01).
           05  OS-ALLOC-DATE            PIC 9(08).
           05  OS-SHIP-DATE             PIC 9(08).
           05  OS-CARRIER               PIC X(10).
           05  OS-TRACKING              PIC X(15).
      *
       FD  ORDSTATN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDER-STATUS-NEW-REC.
       01  ORDER-STATUS-NEW-REC.
           05  OSN-ORDER-NO             PIC X(18).
           05  OSN-STATUS               PIC X(01).
           05  OSN-ALLOC-DATE           PIC 9(08).
           05  OSN-SHIP-DATE            PIC 9(08).
           05  OSN-CARRIER              PIC X(10).
           05  OSN-TRACKING             PIC X(15).
      *
      * Cumulative Returns History - One Record Per Credited Order,
      * Whether Returned Or Cancelled. Read At Startup To Block A
      * Second Credit For The Same Order And Extended At Close With
      * This Run's Cancellation Credits
       FD  RTNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTN-HISTORY-REC.
       01  RTN-HISTORY-REC.
           05  RH-ORDER-NO              PIC X(18).
           05  RH-CREDIT-MEMO-NO        PIC X(18).
           05  RH-RETURN-DATE           PIC 9(08).
           05  FILLER                   PIC X(06).
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
      * Updated Inventory Master Written At Close With The Cancelled
      * Orders' Units Released From Committed
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
      * Credit Memos For The Invoicing Run - Appended Behind Any
      * Return Credits FAVRTN Has Already Written Today
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
      * Machine-Readable Run Control Totals For The FAVBAL Daily
      * Balancing Run. A Second Run On The Same Date Adds To The
      * First Run's Totals, Since Both Runs' Memos Sit On CRMEMO.
       FD  CANTOT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAN-CONTROL-REC.
       01  CAN-CONTROL-REC.
           05  CT-RUN-DATE              PIC 9(08).
           05  CT-CANCEL-COUNT          PIC 9(05).
           05  CT-CREDIT-TOTAL          PIC 9(09)V99.
           05  CT-RELEASED-QTY          PIC 9(07).
           05  FILLER                   PIC X(09).
      *
       FD  CANRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CANRPT-REC.
       01  CANRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-CANTRAN-EOF                PIC X(01) VALUE SPACE.
           88  CANTRAN-EOF             VALUE 'Y'.
       01 WS-ORDHIST-EOF                PIC X(01) VALUE SPACE.
           88  ORDHIST-EOF              VALUE 'Y'.
       01 WS-INVHIST-EOF                PIC X(01) VALUE SPACE.
           88  INVHIST-EOF              VALUE 'Y'.
       01 WS-ORDSTAT-EOF                PIC X(01) VALUE SPACE.
           88  ORDSTAT-EOF              VALUE 'Y'.
       01 WS-RTNHIST-EOF                PIC X(01) VALUE SPACE.
           88  RTNHIST-EOF              VALUE 'Y'.
       01 WS-INVMST-EOF                 PIC X(01) VALUE SPACE.
           88  INVMST-EOF               VALUE 'Y'.
      *
      * ORDHIST Is Cumulative And Arrives In Order-Number Sequence
      * (FAVORD Appends In Assignment Order), So The Table Is Sized
      * For Years Of Order Volume And Binary Searched. The Invoiced
      * Flag Is Set From The INVHIST Order Lines.
       01 WS-OH-TABLE-DATA.
           05  WS-OH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-OH-TABLE OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-OH-TABLE-COUNT
               ASCENDING KEY IS WS-OH-ORDER-NO
               INDEXED BY WS-OH-IDX.
               10  WS-OH-ORDER-NO       PIC X(18).
               10  WS-OH-ARTIST-ACCT-NO PIC X(08).
               10  WS-OH-INSTRUMENT-TYPE PIC X(06).
               10  WS-OH-INSTRUMENT-QUALITY PIC X(01).
               10  WS-OH-TAX            PIC 9(05)V99.
               10  WS-OH-TOTAL          PIC 9(07)V99.
               10  WS-OH-QTY            PIC 9(03).
               10  WS-OH-INVOICED       PIC X(01).
       01 WS-OH-PREV-ORDER-NO           PIC X(18) VALUE LOW-VALUES.
       01 WS-ORDER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  ORDER-FOUND              VALUE 'Y'.
       01 WS-OH-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-FIND-ORDER-NO              PIC X(18) VALUE SPACES.
      *
      * ORDSTAT Is Cumulative - Same Capacity As FAVSHP Keeps
       01 WS-OS-TABLE-DATA.
           05  WS-OS-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-OS-TABLE OCCURS 20000 TIMES
               INDEXED BY WS-OS-IDX.
               10  WS-OS-ORDER-NO       PIC X(18).
               10  WS-OS-STATUS         PIC X(01).
               10  WS-OS-ALLOC-DATE     PIC 9(08).
               10  WS-OS-SHIP-DATE      PIC 9(08).
               10  WS-OS-CARRIER        PIC X(10).
               10  WS-OS-TRACKING       PIC X(15).
       01 WS-OS-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  STATUS-FOUND             VALUE 'Y'.
      *
      * Orders Already Credited - One Credit Per Order, Ever. The
      * Memo Prefix Tells A Return ('CRM') From A Cancellation
      * ('CAN').
       01 WS-RH-TABLE-DATA.
           05  WS-RH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-RH-TABLE OCCURS 100000 TIMES
               INDEXED BY WS-RH-IDX.
               10  WS-RH-ORDER-NO       PIC X(18).
               10  WS-RH-MEMO-PREFIX    PIC X(03).
       01 WS-CREDITED-SWITCH            PIC X(01) VALUE 'N'.
           88  ALREADY-CREDITED         VALUE 'Y'.
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
      * Seeded From The Highest Same-Day 'CAN' Sequence On RTNHIST
      * In 155-LOAD-RETURNS-HISTORY, So A Second Run On The Same Day
      * Never Re-Issues A Credit Memo Number
       01 WS-CREDIT-SEQ                 PIC 9(07) VALUE ZERO.
       01 WS-RH-MEMO-SEQ                PIC 9(07) VALUE ZERO.
       01 WS-CREDIT-MEMO-NO             PIC X(18) VALUE SPACES.
       01 WS-CANCEL-DATE                PIC 9(08) VALUE ZERO.
      *
       01 WS-REQUEST-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-CANCEL-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-INVOICED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-UNBILLED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-REJECTED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-NO-STOCK-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-RELEASED-QTY               PIC 9(07) VALUE ZERO.
       01 WS-CREDIT-TOTAL               PIC 9(09)V99 VALUE ZERO.
      *
      * Totals Already Reported By An Earlier Run Today
       01 WS-PRIOR-CANCEL-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-PRIOR-CREDIT-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01 WS-PRIOR-RELEASED-QTY         PIC 9(07) VALUE ZERO.
      *
       01  CAN-HEADER-1.
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
       01  CAN-HEADER-2.
           05  FILLER         PIC X(29) VALUE SPACES.
           05  FILLER         PIC X(21)
                              VALUE 'CANCELLATION REGISTER'.
           05  FILLER         PIC X(30) VALUE SPACES.
       01  CAN-HEADER-3.
           05  FILLER         PIC X(20) VALUE 'ORDER NO            '.
           05  FILLER         PIC X(05) VALUE 'QTY  '.
           05  FILLER         PIC X(19) VALUE 'CREDIT MEMO        '.
           05  FILLER         PIC X(14) VALUE '   CREDIT AMT '.
           05  FILLER         PIC X(09) VALUE 'BILLING  '.
           05  FILLER         PIC X(13) VALUE 'DISPOSITION  '.
       01  CAN-HEADER-4.
           05  FILLER         PIC X(18) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(03) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE ALL '-'.
       01  CAN-DETAIL-LINE.
           05  CAN-ORDER-NO-OUT PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CAN-QTY-OUT    PIC ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CAN-MEMO-NO-OUT PIC X(18).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CAN-CREDIT-OUT PIC $$,$$$,999.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CAN-BILLING-OUT PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  CAN-DISP-OUT   PIC X(13).
       01  CAN-TRAILER-1.
           05  FILLER         PIC X(15) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(65) VALUE SPACES.
       01  CAN-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  CAN-CTL-LABEL  PIC X(15).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  CAN-CTL-COUNT  PIC ZZ,ZZ9.
           05  FILLER         PIC X(47) VALUE SPACES.
       01  CAN-TRAILER-3.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'CREDITS ISSUED: '.
           05  CAN-CREDIT-TOTAL-OUT PIC $$$,$$$,$$9.99.
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
           PERFORM 100-MAIN UNTIL CANTRAN-EOF.
           PERFORM 500-WRITE-INVENTORY-MASTER.
           PERFORM 505-WRITE-STATUS-FILE.
           PERFORM 510-WRITE-CONTROL-FILE.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT CANTRAN.
           OPEN INPUT INVMST.
           OPEN OUTPUT INVMSTO.
           OPEN OUTPUT CANRPT.
           PERFORM 150-LOAD-ORDER-HISTORY.
           PERFORM 152-MARK-INVOICED-ORDERS.
           PERFORM 154-LOAD-STATUS-FILE.
           PERFORM 155-LOAD-RETURNS-HISTORY.
           PERFORM 157-LOAD-INVENTORY-MASTER.
           PERFORM 158-LOAD-PRIOR-TOTALS.
           OPEN OUTPUT ORDSTATN.
           OPEN EXTEND RTNHIST.
           OPEN EXTEND CRMEMO.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-CANTRAN.
       150-LOAD-ORDER-HISTORY.
      * Load The Order History, Proving It Is In Order-Number
      * Sequence So The Binary Search In 210-FIND-ORDER Is Sound
           OPEN INPUT ORDHIST.
           MOVE SPACE TO WS-ORDHIST-EOF.
           MOVE LOW-VALUES TO WS-OH-PREV-ORDER-NO.
           PERFORM UNTIL ORDHIST-EOF
                READ ORDHIST
                     AT END MOVE 'Y' TO WS-ORDHIST-EOF
                     NOT AT END
                          IF WS-OH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVCAN: ORDHIST EXCEEDS WS-OH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          IF OH-ORDER-NO < WS-OH-PREV-ORDER-NO
                               DISPLAY 'FAVCAN: ORDHIST NOT IN '
                                    'ORDER-NO SEQUENCE - RUN '
                                    'TERMINATED'
                               STOP RUN
                          END-IF
                          MOVE OH-ORDER-NO TO WS-OH-PREV-ORDER-NO
                          ADD 1 TO WS-OH-TABLE-COUNT
                          SET WS-OH-IDX TO WS-OH-TABLE-COUNT
                          MOVE OH-ORDER-NO TO
                               WS-OH-ORDER-NO(WS-OH-IDX)
                          MOVE OH-ARTIST-ACCT-NO TO
                               WS-OH-ARTIST-ACCT-NO(WS-OH-IDX)
                          MOVE OH-INSTRUMENT-TYPE TO
                               WS-OH-INSTRUMENT-TYPE(WS-OH-IDX)
                          MOVE OH-INSTRUMENT-QUALITY TO
                               WS-OH-INSTRUMENT-QUALITY(WS-OH-IDX)
                          MOVE OH-TAX TO
                               WS-OH-TAX(WS-OH-IDX)
                          MOVE OH-TOTAL TO
                               WS-OH-TOTAL(WS-OH-IDX)
                          IF OH-QTY IS NUMERIC AND OH-QTY > ZERO
                               MOVE OH-QTY TO WS-OH-QTY(WS-OH-IDX)
                          ELSE
                               MOVE 1 TO WS-OH-QTY(WS-OH-IDX)
                          END-IF
                          MOVE 'N' TO WS-OH-INVOICED(WS-OH-IDX)
                END-READ
           END-PERFORM.
           CLOSE ORDHIST.
       152-MARK-INVOICED-ORDERS.
      * Every Order Line FAVINV Has Billed Marks Its Order Invoiced
           OPEN INPUT INVHIST.
           MOVE SPACE TO WS-INVHIST-EOF.
           PERFORM UNTIL INVHIST-EOF
                READ INVHIST
                     AT END MOVE 'Y' TO WS-INVHIST-EOF
                     NOT AT END
                          IF IH-REC-TYPE = 'O'
                               MOVE IH-DOC-NO TO WS-FIND-ORDER-NO
                               PERFORM 210-FIND-ORDER
                               IF ORDER-FOUND
                                    MOVE 'Y' TO
                                         WS-OH-INVOICED(WS-OH-SUB)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE INVHIST.
       154-LOAD-STATUS-FILE.
      * Load The Current Order-Status File Into A Table
           OPEN INPUT ORDSTAT.
           MOVE SPACE TO WS-ORDSTAT-EOF.
           PERFORM UNTIL ORDSTAT-EOF
                READ ORDSTAT
                     AT END MOVE 'Y' TO WS-ORDSTAT-EOF
                     NOT AT END
                          IF WS-OS-TABLE-COUNT >= 20000
                               DISPLAY
                             'FAVCAN: ORDSTAT EXCEEDS WS-OS-TABLE '
                                  'CAPACITY OF 20000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-OS-TABLE-COUNT
                          SET WS-OS-IDX TO WS-OS-TABLE-COUNT
                          MOVE OS-ORDER-NO TO
                               WS-OS-ORDER-NO(WS-OS-IDX)
                          MOVE OS-STATUS TO
                               WS-OS-STATUS(WS-OS-IDX)
                          MOVE OS-ALLOC-DATE TO
                               WS-OS-ALLOC-DATE(WS-OS-IDX)
                          MOVE OS-SHIP-DATE TO
                               WS-OS-SHIP-DATE(WS-OS-IDX)
                          MOVE OS-CARRIER TO
                               WS-OS-CARRIER(WS-OS-IDX)
                          MOVE OS-TRACKING TO
                               WS-OS-TRACKING(WS-OS-IDX)
                END-READ
           END-PERFORM.
           CLOSE ORDSTAT.
       155-LOAD-RETURNS-HISTORY.
      * Load The Orders Already Credited So None Credits Twice,
      * And Pick The Cancellation Memo Sequence Up Past Any Memos A
      * Same-Day Run Already Issued
           OPEN INPUT RTNHIST.
           MOVE SPACE TO WS-RTNHIST-EOF.
           PERFORM UNTIL RTNHIST-EOF
                READ RTNHIST
                     AT END MOVE 'Y' TO WS-RTNHIST-EOF
                     NOT AT END
                          IF WS-RH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVCAN: RTNHIST EXCEEDS WS-RH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-RH-TABLE-COUNT
                          SET WS-RH-IDX TO WS-RH-TABLE-COUNT
                          MOVE RH-ORDER-NO TO
                               WS-RH-ORDER-NO(WS-RH-IDX)
                          MOVE RH-CREDIT-MEMO-NO(1:3) TO
                               WS-RH-MEMO-PREFIX(WS-RH-IDX)
                          IF RH-CREDIT-MEMO-NO(1:3) = 'CAN'
                             AND RH-CREDIT-MEMO-NO(4:8) =
                                  WS-CURRENT-DATE
                             AND RH-CREDIT-MEMO-NO(12:7) IS NUMERIC
                               MOVE RH-CREDIT-MEMO-NO(12:7) TO
                                    WS-RH-MEMO-SEQ
                               IF WS-RH-MEMO-SEQ > WS-CREDIT-SEQ
                                    MOVE WS-RH-MEMO-SEQ TO
                                         WS-CREDIT-SEQ
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE RTNHIST.
       157-LOAD-INVENTORY-MASTER.
      * Load The Warehouse Inventory Into A Working-Storage Table
           MOVE SPACE TO WS-INVMST-EOF.
           PERFORM UNTIL INVMST-EOF
                READ INVMST
                     AT END MOVE 'Y' TO WS-INVMST-EOF
                     NOT AT END
                          IF WS-INV-TABLE-COUNT >= 50
                               DISPLAY
                             'FAVCAN: INVMST EXCEEDS WS-INV-TABLE '
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
       158-LOAD-PRIOR-TOTALS.
      * A Control Record Left By An Earlier Run Today Carries Its
      * Totals Forward; Anything Older Belongs To A Day Already
      * Balanced
           OPEN INPUT CANTOT.
           READ CANTOT
                AT END
                     CONTINUE
                NOT AT END
                     IF CT-RUN-DATE = WS-CURRENT-DATE-NUM
                          MOVE CT-CANCEL-COUNT TO
                               WS-PRIOR-CANCEL-COUNT
                          MOVE CT-CREDIT-TOTAL TO
                               WS-PRIOR-CREDIT-TOTAL
                          MOVE CT-RELEASED-QTY TO
                               WS-PRIOR-RELEASED-QTY
                     END-IF
           END-READ.
           CLOSE CANTOT.
       100-MAIN.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM 200-PROCESS-CANCEL.
           PERFORM 400-READ-CANTRAN.
       200-PROCESS-CANCEL.
           MOVE CN-ORDER-NO TO CAN-ORDER-NO-OUT.
           MOVE ZERO TO CAN-QTY-OUT.
           MOVE SPACES TO CAN-MEMO-NO-OUT.
           MOVE ZERO TO CAN-CREDIT-OUT.
           MOVE SPACES TO CAN-BILLING-OUT.
           MOVE CN-ORDER-NO TO WS-FIND-ORDER-NO.
           PERFORM 210-FIND-ORDER.
           PERFORM 220-FIND-STATUS-ENTRY.
           PERFORM 225-CHECK-CREDITED.
           EVALUATE TRUE
           WHEN NOT ORDER-FOUND
                ADD 1 TO WS-REJECTED-COUNT
                MOVE 'REJ-NOT FOUND' TO CAN-DISP-OUT
           WHEN STATUS-FOUND
            AND WS-OS-STATUS(WS-OS-IDX) = 'S'
                ADD 1 TO WS-REJECTED-COUNT
                MOVE 'REJ-SHIPPED  ' TO CAN-DISP-OUT
           WHEN STATUS-FOUND
            AND WS-OS-STATUS(WS-OS-IDX) = 'C'
                ADD 1 TO WS-REJECTED-COUNT
                MOVE 'REJ-CANCELLED' TO CAN-DISP-OUT
           WHEN ALREADY-CREDITED
                ADD 1 TO WS-REJECTED-COUNT
                IF WS-RH-MEMO-PREFIX(WS-RH-IDX) = 'CAN'
                     MOVE 'REJ-CANCELLED' TO CAN-DISP-OUT
                ELSE
                     MOVE 'REJ-CREDITED ' TO CAN-DISP-OUT
                END-IF
           WHEN OTHER
                MOVE WS-OH-QTY(WS-OH-SUB) TO CAN-QTY-OUT
                PERFORM 230-MARK-CANCELLED
                PERFORM 240-RELEASE-COMMITTED
                PERFORM 250-ISSUE-CREDIT
           END-EVALUATE.
           WRITE CANRPT-REC FROM CAN-DETAIL-LINE.
       210-FIND-ORDER.
      * Binary Search The Order History For The Order
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           IF WS-OH-TABLE-COUNT > ZERO
                SEARCH ALL WS-OH-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-OH-ORDER-NO(WS-OH-IDX) = WS-FIND-ORDER-NO
                          MOVE 'Y' TO WS-ORDER-FOUND-SWITCH
                          SET WS-OH-SUB TO WS-OH-IDX
                END-SEARCH
           END-IF.
       220-FIND-STATUS-ENTRY.
           MOVE 'N' TO WS-OS-FOUND-SWITCH.
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
                UNTIL WS-OS-IDX > WS-OS-TABLE-COUNT
                     OR STATUS-FOUND
                IF WS-OS-ORDER-NO(WS-OS-IDX) = WS-FIND-ORDER-NO
                     MOVE 'Y' TO WS-OS-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF STATUS-FOUND
                SET WS-OS-IDX DOWN BY 1
           END-IF.
       225-CHECK-CREDITED.
           MOVE 'N' TO WS-CREDITED-SWITCH.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                UNTIL WS-RH-IDX > WS-RH-TABLE-COUNT
                     OR ALREADY-CREDITED
                IF WS-RH-ORDER-NO(WS-RH-IDX) = WS-FIND-ORDER-NO
                     MOVE 'Y' TO WS-CREDITED-SWITCH
                END-IF
           END-PERFORM.
           IF ALREADY-CREDITED
                SET WS-RH-IDX DOWN BY 1
           END-IF.
       230-MARK-CANCELLED.
      * An Order FAVSHP Has Not Yet Seen Joins The Status File
      * Already Cancelled, Dated From Its Order Number, So The Pick
      * List Passes It By
           ADD 1 TO WS-CANCEL-COUNT.
           IF CN-CANCEL-DATE IS NUMERIC AND CN-CANCEL-DATE > ZERO
                MOVE CN-CANCEL-DATE TO WS-CANCEL-DATE
           ELSE
                MOVE WS-CURRENT-DATE-NUM TO WS-CANCEL-DATE
           END-IF.
           IF NOT STATUS-FOUND
                IF WS-OS-TABLE-COUNT >= 20000
                     DISPLAY 'FAVCAN: ORDSTAT EXCEEDS WS-OS-TABLE '
                          'CAPACITY OF 20000 - RUN TERMINATED'
                     STOP RUN
                END-IF
                ADD 1 TO WS-OS-TABLE-COUNT
                SET WS-OS-IDX TO WS-OS-TABLE-COUNT
                MOVE CN-ORDER-NO TO WS-OS-ORDER-NO(WS-OS-IDX)
                IF CN-ORDER-NO(4:8) IS NUMERIC
                     MOVE CN-ORDER-NO(4:8) TO
                          WS-OS-ALLOC-DATE(WS-OS-IDX)
                ELSE
                     MOVE WS-CURRENT-DATE-NUM TO
                          WS-OS-ALLOC-DATE(WS-OS-IDX)
                END-IF
                MOVE ZERO TO WS-OS-SHIP-DATE(WS-OS-IDX)
                MOVE SPACES TO WS-OS-CARRIER(WS-OS-IDX)
                MOVE SPACES TO WS-OS-TRACKING(WS-OS-IDX)
           END-IF.
           MOVE 'C' TO WS-OS-STATUS(WS-OS-IDX).
       240-RELEASE-COMMITTED.
      * The Order's Units Come Off Committed For Their Type/Grade -
      * On-Hand Never Moved, So It Stays As It Is. Committed Is Not
      * Driven Below Zero.
           MOVE 'N' TO WS-INV-FOUND-SWITCH.
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                UNTIL WS-IM-IDX > WS-INV-TABLE-COUNT
                     OR INV-FOUND
                IF WS-OH-INSTRUMENT-TYPE(WS-OH-SUB) =
                        WS-IM-INSTRUMENT-TYPE(WS-IM-IDX)
                   AND WS-OH-INSTRUMENT-QUALITY(WS-OH-SUB) =
                        WS-IM-INSTRUMENT-QUALITY(WS-IM-IDX)
                     MOVE 'Y' TO WS-INV-FOUND-SWITCH
                     IF WS-IM-COMMITTED-QTY(WS-IM-IDX) >
                          WS-OH-QTY(WS-OH-SUB)
                          SUBTRACT WS-OH-QTY(WS-OH-SUB) FROM
                               WS-IM-COMMITTED-QTY(WS-IM-IDX)
                     ELSE
                          MOVE ZERO TO WS-IM-COMMITTED-QTY(WS-IM-IDX)
                     END-IF
                END-IF
           END-PERFORM.
           IF INV-FOUND
                ADD WS-OH-QTY(WS-OH-SUB) TO WS-RELEASED-QTY
                MOVE 'CANCELLED    ' TO CAN-DISP-OUT
           ELSE
                ADD 1 TO WS-NO-STOCK-COUNT
                MOVE 'CXL-NO INVMST' TO CAN-DISP-OUT
           END-IF.
       250-ISSUE-CREDIT.
      * Write The Reversing Credit Memo For The Order's Billed
      * Amount And Record It On The Returns History
           ADD 1 TO WS-CREDIT-SEQ.
           MOVE SPACES TO WS-CREDIT-MEMO-NO.
           STRING 'CAN' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-CREDIT-SEQ DELIMITED BY SIZE
                  INTO WS-CREDIT-MEMO-NO
           END-STRING.
           MOVE SPACES TO CREDIT-MEMO-REC.
           MOVE WS-CREDIT-MEMO-NO TO CM-CREDIT-MEMO-NO.
           MOVE CN-ORDER-NO TO CM-ORDER-NO.
           MOVE WS-OH-ARTIST-ACCT-NO(WS-OH-SUB) TO
                CM-ARTIST-ACCT-NO.
           MOVE WS-OH-INSTRUMENT-TYPE(WS-OH-SUB) TO
                CM-INSTRUMENT-TYPE.
           MOVE WS-OH-INSTRUMENT-QUALITY(WS-OH-SUB) TO
                CM-INSTRUMENT-QUALITY.
           MOVE WS-OH-TAX(WS-OH-SUB) TO CM-TAX.
           MOVE WS-OH-TOTAL(WS-OH-SUB) TO CM-CREDIT-AMT.
           MOVE WS-CANCEL-DATE TO CM-RETURN-DATE.
           MOVE WS-OH-QTY(WS-OH-SUB) TO CM-QTY.
           WRITE CREDIT-MEMO-REC.
           MOVE SPACES TO RTN-HISTORY-REC.
           MOVE CN-ORDER-NO TO RH-ORDER-NO.
           MOVE WS-CREDIT-MEMO-NO TO RH-CREDIT-MEMO-NO.
           MOVE WS-CANCEL-DATE TO RH-RETURN-DATE.
           WRITE RTN-HISTORY-REC.
           IF WS-RH-TABLE-COUNT < 100000
                ADD 1 TO WS-RH-TABLE-COUNT
                SET WS-RH-IDX TO WS-RH-TABLE-COUNT
                MOVE CN-ORDER-NO TO WS-RH-ORDER-NO(WS-RH-IDX)
                MOVE 'CAN' TO WS-RH-MEMO-PREFIX(WS-RH-IDX)
           END-IF.
           IF WS-OH-INVOICED(WS-OH-SUB) = 'Y'
                ADD 1 TO WS-INVOICED-COUNT
                MOVE 'INVOICED' TO CAN-BILLING-OUT
           ELSE
                ADD 1 TO WS-UNBILLED-COUNT
                MOVE 'UNBILLED' TO CAN-BILLING-OUT
           END-IF.
           ADD WS-OH-TOTAL(WS-OH-SUB) TO WS-CREDIT-TOTAL.
           MOVE WS-CREDIT-MEMO-NO TO CAN-MEMO-NO-OUT.
           MOVE WS-OH-TOTAL(WS-OH-SUB) TO CAN-CREDIT-OUT.
       400-READ-CANTRAN.
           READ CANTRAN
                AT END MOVE 'Y' TO WS-CANTRAN-EOF
           END-READ.
       500-WRITE-INVENTORY-MASTER.
      * Roll The Released Committed Counts To The New Inventory
      * Master
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
       505-WRITE-STATUS-FILE.
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
                UNTIL WS-OS-IDX > WS-OS-TABLE-COUNT
                MOVE SPACES TO ORDER-STATUS-NEW-REC
                MOVE WS-OS-ORDER-NO(WS-OS-IDX) TO OSN-ORDER-NO
                MOVE WS-OS-STATUS(WS-OS-IDX) TO OSN-STATUS
                MOVE WS-OS-ALLOC-DATE(WS-OS-IDX) TO OSN-ALLOC-DATE
                MOVE WS-OS-SHIP-DATE(WS-OS-IDX) TO OSN-SHIP-DATE
                MOVE WS-OS-CARRIER(WS-OS-IDX) TO OSN-CARRIER
                MOVE WS-OS-TRACKING(WS-OS-IDX) TO OSN-TRACKING
                WRITE ORDER-STATUS-NEW-REC
           END-PERFORM.
       510-WRITE-CONTROL-FILE.
      * Hand The Day's Cancellation Totals To The FAVBAL Balancing
      * Run - Every Cancellation Carries Exactly One Credit Memo
           OPEN OUTPUT CANTOT.
           MOVE SPACES TO CAN-CONTROL-REC.
           MOVE WS-CURRENT-DATE-NUM TO CT-RUN-DATE.
           COMPUTE CT-CANCEL-COUNT =
                WS-PRIOR-CANCEL-COUNT + WS-CANCEL-COUNT.
           COMPUTE CT-CREDIT-TOTAL =
                WS-PRIOR-CREDIT-TOTAL + WS-CREDIT-TOTAL.
           COMPUTE CT-RELEASED-QTY =
                WS-PRIOR-RELEASED-QTY + WS-RELEASED-QTY.
           WRITE CAN-CONTROL-REC.
           CLOSE CANTOT.
       600-CLOSE-FILES.
           CLOSE CANTRAN.
           CLOSE INVMST, INVMSTO, ORDSTATN.
           CLOSE CRMEMO, RTNHIST.
           CLOSE CANRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE CANRPT-REC FROM CAN-HEADER-1.
           WRITE CANRPT-REC FROM CAN-HEADER-2.
           WRITE CANRPT-REC FROM BLANK-LINE.
           WRITE CANRPT-REC FROM BLANK-LINE.
           WRITE CANRPT-REC FROM CAN-HEADER-3.
           WRITE CANRPT-REC FROM CAN-HEADER-4.
       800-WRITE-TRAILERS.
           WRITE CANRPT-REC FROM BLANK-LINE.
           WRITE CANRPT-REC FROM CAN-TRAILER-1.
           MOVE 'REQUESTS READ ' TO CAN-CTL-LABEL.
           MOVE WS-REQUEST-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'CANCELLED     ' TO CAN-CTL-LABEL.
           MOVE WS-CANCEL-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'WERE INVOICED ' TO CAN-CTL-LABEL.
           MOVE WS-INVOICED-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'NOT YET BILLED' TO CAN-CTL-LABEL.
           MOVE WS-UNBILLED-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'UNITS RELEASED' TO CAN-CTL-LABEL.
           MOVE WS-RELEASED-QTY TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'NO INVMST REC ' TO CAN-CTL-LABEL.
           MOVE WS-NO-STOCK-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE 'REJECTED      ' TO CAN-CTL-LABEL.
           MOVE WS-REJECTED-COUNT TO CAN-CTL-COUNT.
           WRITE CANRPT-REC FROM CAN-TRAILER-2.
           MOVE WS-CREDIT-TOTAL TO CAN-CREDIT-TOTAL-OUT.
           WRITE CANRPT-REC FROM CAN-TRAILER-3.
