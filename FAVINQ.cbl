       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVINQ.
      * Account And Order Lifecycle Inquiry. Reads Inquiry Requests
      * From INQTRAN - Each An Artist Account Number, A Proposal Id
      * Or An Order Number - And For Each One Prints A Single Trace
      * On INQRPT Pieced Together From The Cumulative Files:
      *    - PROPHIST   Proposal, Expiry And The Re-Quote Chain Of
      *                 Proposals That Supersede One Another
      *    - CONVHIST   Conversion Of A Proposal To A Firm Order
      *    - ORDHIST    What Was Allocated; Against The Proposal
      *                 Total It Also Shows What Went To Backorder
      *    - ORDSTAT    Pick, Ship (Carrier And Tracking) Or Cancel
      *    - INVHIST    The Invoice Each Order And Credit Memo Was
      *                 Billed On
      *    - CASHHIST   Payments Against Those Invoices
      *    - RTNHIST    Returns And Cancellation Credit Memos
      *    - AROPEN     Each Invoice's Open Balance And The
      *                 Account's Current Balance
      * A Proposal Or Order Request Traces The Whole Re-Quote Chain
      * It Belongs To; An Account Request Traces Every Chain And
      * Order For The Account, Then Any Cash Not Tied To An Invoice
      * Already Shown. The Same Trace Is Written Comma-Delimited To
      * INQCSV, One Row Per Event Under A Column Heading Row, For
      * The Front Desk To Open In A Spreadsheet. Read-Only - Runs
      * Off-Stream At Any Time, Dated On The Current Date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQTRAN ASSIGN TO INQTRAN.
           SELECT OPTIONAL PROPHIST ASSIGN TO PROPHIST.
           SELECT OPTIONAL CONVHIST ASSIGN TO CONVHIST.
           SELECT OPTIONAL ORDHIST ASSIGN TO ORDHIST.
           SELECT OPTIONAL ORDSTAT ASSIGN TO ORDSTAT.
           SELECT OPTIONAL RTNHIST ASSIGN TO RTNHIST.
           SELECT OPTIONAL INVHIST ASSIGN TO INVHIST.
           SELECT OPTIONAL CASHHIST ASSIGN TO CASHHIST.
           SELECT OPTIONAL AROPEN ASSIGN TO AROPEN.
           SELECT INQRPT ASSIGN TO INQRPT.
           SELECT INQCSV ASSIGN TO INQCSV
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Inquiry Requests From The Office - Type A (Account),
      * P (Proposal) Or O (Order) And The Key To Trace
       FD  INQTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQ-TRAN-REC.
       01  INQ-TRAN-REC.
           05  IQ-REQUEST-TYPE          PIC X(01).
               88  IQ-ACCOUNT           VALUE 'A'.
               88  IQ-PROPOSAL          VALUE 'P'.
               88  IQ-ORDER             VALUE 'O'.
           05  IQ-KEY                   PIC X(18).
           05  FILLER                   PIC X(61).
      *
       FD  PROPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROP-HISTORY-REC.
       01  PROP-HISTORY-REC.
           05  PH-PROP-ID               PIC X(14).
           05  PH-ARTIST-ACCT-NO        PIC X(08).
           05  PH-INSTRUMENT-TYPE       PIC X(06).
           05  PH-TOTAL-COST            PIC 9(07)V99.
           05  PH-PROP-DATE             PIC 9(08).
           05  PH-EXPIRY-DATE           PIC 9(08).
           05  PH-SUPERSEDES-PROP-ID    PIC X(14).
           05  FILLER                   PIC X(13).
      *
       FD  CONVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONV-HISTORY-REC.
       01  CONV-HISTORY-REC.
           05  CV-PROP-ID               PIC X(14).
           05  CV-ORDER-NO              PIC X(18).
           05  CV-CONV-DATE             PIC 9(08).
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
       FD  AROPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AR-OPEN-ITEM-REC.
       01  AR-OPEN-ITEM-REC.
           05  AR-INVOICE-NO            PIC X(09).
           05  AR-ARTIST-ACCT-NO        PIC X(08).
           05  AR-INVOICE-AMT           PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  AR-OPEN-AMT              PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  AR-INVOICE-DATE          PIC 9(08).
           05  AR-DUE-DATE              PIC 9(08).
           05  FILLER                   PIC X(03).
      *
       FD  INQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQRPT-REC.
       01  INQRPT-REC                  PIC X(80).
      *
      * Comma-Delimited Trace Extract For The Front Desk
       FD  INQCSV
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INQCSV-REC.
       01  INQCSV-REC                  PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 WS-INQTRAN-EOF                PIC X(01) VALUE SPACE.
           88  INQTRAN-EOF              VALUE 'Y'.
       01 WS-PROPHIST-EOF               PIC X(01) VALUE SPACE.
           88  PROPHIST-EOF             VALUE 'Y'.
       01 WS-CONVHIST-EOF               PIC X(01) VALUE SPACE.
           88  CONVHIST-EOF             VALUE 'Y'.
       01 WS-ORDHIST-EOF                PIC X(01) VALUE SPACE.
           88  ORDHIST-EOF              VALUE 'Y'.
       01 WS-ORDSTAT-EOF                PIC X(01) VALUE SPACE.
           88  ORDSTAT-EOF              VALUE 'Y'.
       01 WS-RTNHIST-EOF                PIC X(01) VALUE SPACE.
           88  RTNHIST-EOF              VALUE 'Y'.
       01 WS-INVHIST-EOF                PIC X(01) VALUE SPACE.
           88  INVHIST-EOF              VALUE 'Y'.
       01 WS-CASHHIST-EOF               PIC X(01) VALUE SPACE.
           88  CASHHIST-EOF             VALUE 'Y'.
       01 WS-AROPEN-EOF                 PIC X(01) VALUE SPACE.
           88  AROPEN-EOF               VALUE 'Y'.
      *
      * Proposal History - Searched Serially By Id, By Account And
      * By The Proposal Each One Supersedes
       01 WS-PH-TABLE-DATA.
           05  WS-PH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-PH-TABLE OCCURS 100000 TIMES.
               10  WS-PH-PROP-ID        PIC X(14).
               10  WS-PH-ARTIST-ACCT-NO PIC X(08).
               10  WS-PH-INSTRUMENT-TYPE PIC X(06).
               10  WS-PH-TOTAL-COST     PIC 9(07)V99.
               10  WS-PH-PROP-DATE      PIC 9(08).
               10  WS-PH-EXPIRY-DATE    PIC 9(08).
               10  WS-PH-SUPERSEDES     PIC X(14).
       01 WS-PH-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-PH-FIND                    PIC 9(06) COMP VALUE ZERO.
       01 WS-FIND-PROP-ID               PIC X(14) VALUE SPACES.
       01 WS-PROP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  PROP-FOUND               VALUE 'Y'.
      * A Re-Quote Chain Longer Than This Is Taken To Be Looping
       01 WS-CHAIN-LIMIT                PIC 9(03) VALUE 50.
       01 WS-CHAIN-STEPS                PIC 9(03) VALUE ZERO.
       01 WS-CHAIN-END-SWITCH           PIC X(01) VALUE 'N'.
           88  CHAIN-END                VALUE 'Y'.
      *
       01 WS-CV-TABLE-DATA.
           05  WS-CV-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-CV-TABLE OCCURS 100000 TIMES.
               10  WS-CV-PROP-ID        PIC X(14).
               10  WS-CV-ORDER-NO       PIC X(18).
               10  WS-CV-CONV-DATE      PIC 9(08).
       01 WS-CV-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-CONV-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  CONV-FOUND               VALUE 'Y'.
      *
      * ORDHIST Arrives In Order-Number Sequence (FAVORD Appends In
      * Assignment Order) And Is Binary Searched
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
               10  WS-OH-SHIP-TO        PIC X(03).
               10  WS-OH-TOTAL          PIC 9(07)V99.
               10  WS-OH-QTY            PIC 9(03).
       01 WS-OH-PREV-ORDER-NO           PIC X(18) VALUE LOW-VALUES.
       01 WS-OH-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-FIND-ORDER-NO              PIC X(18) VALUE SPACES.
       01 WS-ORDER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  ORDER-FOUND              VALUE 'Y'.
      *
      * ORDSTAT Is Cumulative - Same Capacity As FAVSHP Keeps
       01 WS-OS-TABLE-DATA.
           05  WS-OS-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-OS-TABLE OCCURS 20000 TIMES.
               10  WS-OS-ORDER-NO       PIC X(18).
               10  WS-OS-STATUS         PIC X(01).
               10  WS-OS-ALLOC-DATE     PIC 9(08).
               10  WS-OS-SHIP-DATE      PIC 9(08).
               10  WS-OS-CARRIER        PIC X(10).
               10  WS-OS-TRACKING       PIC X(15).
       01 WS-OS-SUB                     PIC 9(05) COMP VALUE ZERO.
       01 WS-OS-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  STATUS-FOUND             VALUE 'Y'.
      *
      * One Credit Per Order, Ever - The Memo Prefix Tells A Return
      * ('CRM') From A Cancellation ('CAN')
       01 WS-RH-TABLE-DATA.
           05  WS-RH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-RH-TABLE OCCURS 100000 TIMES.
               10  WS-RH-ORDER-NO       PIC X(18).
               10  WS-RH-CREDIT-MEMO-NO PIC X(18).
               10  WS-RH-RETURN-DATE    PIC 9(08).
       01 WS-RH-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-RETURN-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  RETURN-FOUND             VALUE 'Y'.
      *
      * The Order ('O') And Credit Memo ('C') Lines Tie Each Document
      * To The Invoice That Billed It; The Invoice ('I') Lines Say
      * When Each Invoice Number Was Issued To Each Account
       01 WS-IH-TABLE-DATA.
           05  WS-IH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-IH-TABLE OCCURS 100000 TIMES.
               10  WS-IH-REC-TYPE       PIC X(01).
               10  WS-IH-INVOICE-NO     PIC X(09).
               10  WS-IH-ARTIST-ACCT-NO PIC X(08).
               10  WS-IH-DOC-NO         PIC X(18).
               10  WS-IH-INVOICE-DATE   PIC 9(08).
               10  WS-IH-DUE-DATE       PIC 9(08).
               10  WS-IH-AMOUNT         PIC 9(09)V99.
       01 WS-IH-SUB                     PIC 9(06) COMP VALUE ZERO.
       01 WS-FIND-IH-TYPE               PIC X(01) VALUE SPACE.
       01 WS-FIND-IH-DOC-NO             PIC X(18) VALUE SPACES.
       01 WS-IH-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  INVOICE-LINE-FOUND       VALUE 'Y'.
      * Date Of The Invoice A Payment Belongs To - The Latest Issue
      * Of Its Invoice Number To The Account On Or Before The Payment
       01 WS-PAY-INVOICE-DATE           PIC 9(08) VALUE ZERO.
      *
       01 WS-CH-TABLE-DATA.
           05  WS-CH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-CH-TABLE OCCURS 100000 TIMES.
               10  WS-CH-ARTIST-ACCT-NO PIC X(08).
               10  WS-CH-INVOICE-NO     PIC X(09).
               10  WS-CH-PAYMENT-AMT    PIC 9(09)V99.
               10  WS-CH-PAYMENT-DATE   PIC 9(08).
               10  WS-CH-APPLY-STATUS   PIC X(10).
       01 WS-CH-SUB                     PIC 9(06) COMP VALUE ZERO.
      *
      * AROPEN - Same Capacity As FAVCSH Keeps
       01 WS-AR-TABLE-DATA.
           05  WS-AR-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-AR-TABLE OCCURS 20000 TIMES.
               10  WS-AR-INVOICE-NO     PIC X(09).
               10  WS-AR-ARTIST-ACCT-NO PIC X(08).
               10  WS-AR-OPEN-AMT       PIC S9(09)V99.
               10  WS-AR-INVOICE-DATE   PIC 9(08).
               10  WS-AR-DUE-DATE       PIC 9(08).
       01 WS-AR-SUB                     PIC 9(05) COMP VALUE ZERO.
       01 WS-AR-FOUND-SWITCH            PIC X(01) VALUE 'N'.
           88  OPEN-ITEM-FOUND          VALUE 'Y'.
      *
      * Invoices Already Traced For This Request - One Invoice Can
      * Bill Several Orders, But Its Payments And Balance Print Once.
      * FAVINV Restarts Its Invoice Numbers Every Run, So An Invoice
      * Is Known By Its Number, Account And Invoice Date Together.
       01 WS-TI-TABLE-DATA.
           05  WS-TI-TABLE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-TI-TABLE OCCURS 2000 TIMES.
               10  WS-TI-INVOICE-NO     PIC X(09).
               10  WS-TI-INVOICE-DATE   PIC 9(08).
       01 WS-TI-SUB                     PIC 9(04) COMP VALUE ZERO.
       01 WS-TRACED-SWITCH              PIC X(01) VALUE 'N'.
           88  INVOICE-TRACED           VALUE 'Y'.
       01 WS-FIND-INVOICE-NO            PIC X(09) VALUE SPACES.
       01 WS-FIND-INVOICE-DATE          PIC 9(08) VALUE ZERO.
      *
      * The Request Being Traced
       01 WS-REQUEST-WORD               PIC X(08) VALUE SPACES.
       01 WS-TRACE-ACCT-NO              PIC X(08) VALUE SPACES.
       01 WS-TRACE-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  TRACE-FOUND              VALUE 'Y'.
       01 WS-ACCT-SUB                   PIC 9(06) COMP VALUE ZERO.
       01 WS-ORDER-NO                   PIC X(18) VALUE SPACES.
       01 WS-ORDER-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-ORDER-INVOICE-NO           PIC X(09) VALUE SPACES.
       01 WS-ORDER-INVOICE-DATE         PIC 9(08) VALUE ZERO.
       01 WS-MEMO-INVOICE-NO            PIC X(09) VALUE SPACES.
       01 WS-MEMO-INVOICE-DATE          PIC 9(08) VALUE ZERO.
      * Proposal Behind The Order Being Traced, Zero If Not Known
       01 WS-ORDER-PROP-SUB             PIC 9(06) COMP VALUE ZERO.
       01 WS-SHORT-AMT                  PIC S9(09)V99 VALUE ZERO.
       01 WS-UNIT-AMT                   PIC 9(07)V99 VALUE ZERO.
       01 WS-SHORT-QTY                  PIC 9(03) VALUE ZERO.
       01 WS-SHORT-QTY-ED               PIC ZZ9.
       01 WS-QTY-ED                     PIC ZZ9.
       01 WS-ACCT-BALANCE               PIC S9(09)V99 VALUE ZERO.
       01 WS-ACCT-ITEMS                 PIC 9(05) VALUE ZERO.
       01 WS-ACCT-ITEMS-ED              PIC ZZZZ9.
      *
      * The Trace Event Being Written
       01 WS-EV-NAME                    PIC X(10) VALUE SPACES.
       01 WS-EV-DATE-DATA.
           05  WS-EV-DATE               PIC 9(08) VALUE ZERO.
           05  WS-EV-DATE-X REDEFINES WS-EV-DATE.
               10  WS-EV-YR             PIC 9(04).
               10  WS-EV-MO             PIC 9(02).
               10  WS-EV-DA             PIC 9(02).
       01 WS-EV-DOC                     PIC X(18) VALUE SPACES.
       01 WS-EV-DETAIL                  PIC X(24) VALUE SPACES.
       01 WS-EV-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
       01 WS-EV-AMOUNT-SWITCH           PIC X(01) VALUE 'N'.
           88  EV-HAS-AMOUNT            VALUE 'Y'.
       01 WS-DISP-DATE.
           05  WS-DISP-YR               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DISP-MO               PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DISP-DA               PIC 9(02).
       01 WS-DISP-DATE-OUT              PIC X(10) VALUE SPACES.
      * A Due Date Edited Into The Detail Column
       01 WS-DUE-DATE-DATA.
           05  WS-DUE-DATE              PIC 9(08) VALUE ZERO.
           05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
               10  WS-DUE-YR            PIC 9(04).
               10  WS-DUE-MO            PIC 9(02).
               10  WS-DUE-DA            PIC 9(02).
       01 WS-DUE-DISP.
           05  WS-DUE-DISP-YR           PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DUE-DISP-MO           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-DUE-DISP-DA           PIC 9(02).
      *
       01 WS-CSV-LINE                   PIC X(200).
       01 WS-CSV-PTR                    PIC 9(03).
       01 WS-CSV-AMOUNT                 PIC -(9)9.99.
       01 WS-CSV-AMOUNT-X               PIC X(13).
      *
       01 WS-REQUEST-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-TRACED-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-REJECTED-COUNT             PIC 9(05) VALUE ZERO.
       01 WS-EVENT-COUNT                PIC 9(07) VALUE ZERO.
      *
       01  INQ-HEADER-1.
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
       01  INQ-HEADER-2.
           05  FILLER         PIC X(22) VALUE SPACES.
           05  FILLER         PIC X(35)
                         VALUE 'ACCOUNT AND ORDER LIFECYCLE INQUIRY'.
           05  FILLER         PIC X(23) VALUE SPACES.
       01  INQ-HEADER-3.
           05  FILLER         PIC X(11) VALUE 'EVENT'.
           05  FILLER         PIC X(11) VALUE 'DATE'.
           05  FILLER         PIC X(19) VALUE 'DOCUMENT'.
           05  FILLER         PIC X(25) VALUE 'DETAIL'.
           05  FILLER         PIC X(14) VALUE '        AMOUNT'.
       01  INQ-HEADER-4.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(24) VALUE ALL '-'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(14) VALUE ALL '-'.
       01  INQ-REQUEST-LINE.
           05  FILLER         PIC X(09) VALUE 'REQUEST: '.
           05  INQ-REQ-TYPE-OUT PIC X(09).
           05  INQ-REQ-KEY-OUT PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE 'ACCOUNT: '.
           05  INQ-REQ-ACCT-OUT PIC X(08).
           05  FILLER         PIC X(25) VALUE SPACES.
       01  INQ-DETAIL-LINE.
           05  INQ-EVENT-OUT  PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  INQ-DATE-OUT   PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  INQ-DOC-OUT    PIC X(18).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  INQ-DETAIL-OUT PIC X(24).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  INQ-AMOUNT-OUT PIC $$,$$$,$$9.99-.
           05  INQ-AMOUNT-X REDEFINES INQ-AMOUNT-OUT
                              PIC X(14).
       01  INQ-TRAILER-1.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  INQ-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  INQ-CTL-LABEL  PIC X(15).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  INQ-CTL-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(44) VALUE SPACES.
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
           PERFORM 100-MAIN UNTIL INQTRAN-EOF.
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT INQTRAN.
           OPEN OUTPUT INQRPT.
           OPEN OUTPUT INQCSV.
           PERFORM 150-LOAD-PROPOSAL-HISTORY.
           PERFORM 151-LOAD-CONVERSION-HISTORY.
           PERFORM 152-LOAD-ORDER-HISTORY.
           PERFORM 153-LOAD-STATUS-FILE.
           PERFORM 154-LOAD-RETURNS-HISTORY.
           PERFORM 155-LOAD-INVOICE-HISTORY.
           PERFORM 156-LOAD-CASH-HISTORY.
           PERFORM 157-LOAD-OPEN-ITEMS.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-INQTRAN.
       150-LOAD-PROPOSAL-HISTORY.
           OPEN INPUT PROPHIST.
           PERFORM UNTIL PROPHIST-EOF
                READ PROPHIST
                     AT END MOVE 'Y' TO WS-PROPHIST-EOF
                     NOT AT END
                          IF WS-PH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVINQ: PROPHIST EXCEEDS WS-PH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-PH-TABLE-COUNT
                          MOVE WS-PH-TABLE-COUNT TO WS-PH-SUB
                          MOVE PH-PROP-ID TO WS-PH-PROP-ID(WS-PH-SUB)
                          MOVE PH-ARTIST-ACCT-NO TO
                               WS-PH-ARTIST-ACCT-NO(WS-PH-SUB)
                          MOVE PH-INSTRUMENT-TYPE TO
                               WS-PH-INSTRUMENT-TYPE(WS-PH-SUB)
                          MOVE PH-TOTAL-COST TO
                               WS-PH-TOTAL-COST(WS-PH-SUB)
                          MOVE PH-PROP-DATE TO
                               WS-PH-PROP-DATE(WS-PH-SUB)
                          MOVE PH-EXPIRY-DATE TO
                               WS-PH-EXPIRY-DATE(WS-PH-SUB)
                          MOVE PH-SUPERSEDES-PROP-ID TO
                               WS-PH-SUPERSEDES(WS-PH-SUB)
                END-READ
           END-PERFORM.
           CLOSE PROPHIST.
       151-LOAD-CONVERSION-HISTORY.
           OPEN INPUT CONVHIST.
           PERFORM UNTIL CONVHIST-EOF
                READ CONVHIST
                     AT END MOVE 'Y' TO WS-CONVHIST-EOF
                     NOT AT END
                          IF WS-CV-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVINQ: CONVHIST EXCEEDS WS-CV-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-CV-TABLE-COUNT
                          MOVE CONV-HISTORY-REC TO
                               WS-CV-TABLE(WS-CV-TABLE-COUNT)
                END-READ
           END-PERFORM.
           CLOSE CONVHIST.
       152-LOAD-ORDER-HISTORY.
      * Load The Order History, Proving It Is In Order-Number
      * Sequence So The Binary Search In 320-FIND-ORDER Is Sound
           OPEN INPUT ORDHIST.
           PERFORM UNTIL ORDHIST-EOF
                READ ORDHIST
                     AT END MOVE 'Y' TO WS-ORDHIST-EOF
                     NOT AT END
                          IF WS-OH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVINQ: ORDHIST EXCEEDS WS-OH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          IF OH-ORDER-NO < WS-OH-PREV-ORDER-NO
                               DISPLAY 'FAVINQ: ORDHIST NOT IN '
                                    'ORDER-NO SEQUENCE - RUN '
                                    'TERMINATED'
                               MOVE 16 TO RETURN-CODE
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
                          MOVE OH-SHIP-TO TO
                               WS-OH-SHIP-TO(WS-OH-IDX)
                          MOVE OH-TOTAL TO
                               WS-OH-TOTAL(WS-OH-IDX)
                          IF OH-QTY IS NUMERIC AND OH-QTY > ZERO
                               MOVE OH-QTY TO WS-OH-QTY(WS-OH-IDX)
                          ELSE
                               MOVE 1 TO WS-OH-QTY(WS-OH-IDX)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE ORDHIST.
       153-LOAD-STATUS-FILE.
           OPEN INPUT ORDSTAT.
           PERFORM UNTIL ORDSTAT-EOF
                READ ORDSTAT
                     AT END MOVE 'Y' TO WS-ORDSTAT-EOF
                     NOT AT END
                          IF WS-OS-TABLE-COUNT >= 20000
                               DISPLAY
                             'FAVINQ: ORDSTAT EXCEEDS WS-OS-TABLE '
                                  'CAPACITY OF 20000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-OS-TABLE-COUNT
                          MOVE ORDER-STATUS-REC TO
                               WS-OS-TABLE(WS-OS-TABLE-COUNT)
                END-READ
           END-PERFORM.
           CLOSE ORDSTAT.
       154-LOAD-RETURNS-HISTORY.
           OPEN INPUT RTNHIST.
           PERFORM UNTIL RTNHIST-EOF
                READ RTNHIST
                     AT END MOVE 'Y' TO WS-RTNHIST-EOF
                     NOT AT END
                          IF WS-RH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVINQ: RTNHIST EXCEEDS WS-RH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-RH-TABLE-COUNT
                          MOVE RTN-HISTORY-REC(1:44) TO
                               WS-RH-TABLE(WS-RH-TABLE-COUNT)
                END-READ
           END-PERFORM.
           CLOSE RTNHIST.
       155-LOAD-INVOICE-HISTORY.
           OPEN INPUT INVHIST.
           PERFORM UNTIL INVHIST-EOF
                READ INVHIST
                     AT END MOVE 'Y' TO WS-INVHIST-EOF
                     NOT AT END
                          PERFORM 158-ADD-INVOICE-LINE
                END-READ
           END-PERFORM.
           CLOSE INVHIST.
       156-LOAD-CASH-HISTORY.
           OPEN INPUT CASHHIST.
           PERFORM UNTIL CASHHIST-EOF
                READ CASHHIST
                     AT END MOVE 'Y' TO WS-CASHHIST-EOF
                     NOT AT END
                          IF WS-CH-TABLE-COUNT >= 100000
                               DISPLAY
                             'FAVINQ: CASHHIST EXCEEDS WS-CH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-CH-TABLE-COUNT
                          MOVE WS-CH-TABLE-COUNT TO WS-CH-SUB
                          MOVE CH-ARTIST-ACCT-NO TO
                               WS-CH-ARTIST-ACCT-NO(WS-CH-SUB)
                          MOVE CH-INVOICE-NO TO
                               WS-CH-INVOICE-NO(WS-CH-SUB)
                          MOVE CH-PAYMENT-AMT TO
                               WS-CH-PAYMENT-AMT(WS-CH-SUB)
                          MOVE CH-PAYMENT-DATE TO
                               WS-CH-PAYMENT-DATE(WS-CH-SUB)
                          MOVE CH-APPLY-STATUS TO
                               WS-CH-APPLY-STATUS(WS-CH-SUB)
                END-READ
           END-PERFORM.
           CLOSE CASHHIST.
       157-LOAD-OPEN-ITEMS.
           OPEN INPUT AROPEN.
           PERFORM UNTIL AROPEN-EOF
                READ AROPEN
                     AT END MOVE 'Y' TO WS-AROPEN-EOF
                     NOT AT END
                          IF WS-AR-TABLE-COUNT >= 20000
                               DISPLAY
                             'FAVINQ: AROPEN EXCEEDS WS-AR-TABLE '
                                  'CAPACITY OF 20000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-AR-TABLE-COUNT
                          MOVE WS-AR-TABLE-COUNT TO WS-AR-SUB
                          MOVE AR-INVOICE-NO TO
                               WS-AR-INVOICE-NO(WS-AR-SUB)
                          MOVE AR-ARTIST-ACCT-NO TO
                               WS-AR-ARTIST-ACCT-NO(WS-AR-SUB)
                          MOVE AR-OPEN-AMT TO
                               WS-AR-OPEN-AMT(WS-AR-SUB)
                          MOVE AR-INVOICE-DATE TO
                               WS-AR-INVOICE-DATE(WS-AR-SUB)
                          MOVE AR-DUE-DATE TO
                               WS-AR-DUE-DATE(WS-AR-SUB)
                END-READ
           END-PERFORM.
           CLOSE AROPEN.
       158-ADD-INVOICE-LINE.
           IF WS-IH-TABLE-COUNT >= 100000
                DISPLAY
                'FAVINQ: INVHIST EXCEEDS WS-IH-TABLE '
                     'CAPACITY OF 100000 - RUN TERMINATED'
                MOVE 16 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WS-IH-TABLE-COUNT.
           MOVE WS-IH-TABLE-COUNT TO WS-IH-SUB.
           MOVE IH-REC-TYPE TO WS-IH-REC-TYPE(WS-IH-SUB).
           MOVE IH-INVOICE-NO TO WS-IH-INVOICE-NO(WS-IH-SUB).
           MOVE IH-ARTIST-ACCT-NO TO WS-IH-ARTIST-ACCT-NO(WS-IH-SUB).
           MOVE IH-DOC-NO TO WS-IH-DOC-NO(WS-IH-SUB).
           MOVE IH-INVOICE-DATE TO WS-IH-INVOICE-DATE(WS-IH-SUB).
           MOVE IH-DUE-DATE TO WS-IH-DUE-DATE(WS-IH-SUB).
           MOVE IH-AMOUNT TO WS-IH-AMOUNT(WS-IH-SUB).
       100-MAIN.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM 200-PROCESS-REQUEST.
           PERFORM 400-READ-INQTRAN.
       200-PROCESS-REQUEST.
      * Work Out Whose Account The Request Belongs To, Print The
      * Request Banner, Then The Trace
           MOVE 'N' TO WS-TRACE-FOUND-SWITCH.
           MOVE SPACES TO WS-TRACE-ACCT-NO.
           MOVE ZERO TO WS-TI-TABLE-COUNT.
           MOVE ZERO TO WS-PH-SUB.
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           EVALUATE TRUE
           WHEN IQ-KEY = SPACES
                MOVE 'UNKNOWN ' TO WS-REQUEST-WORD
           WHEN IQ-ACCOUNT
                MOVE 'ACCOUNT ' TO WS-REQUEST-WORD
                MOVE IQ-KEY(1:8) TO WS-TRACE-ACCT-NO
           WHEN IQ-PROPOSAL
                MOVE 'PROPOSAL' TO WS-REQUEST-WORD
                MOVE IQ-KEY(1:14) TO WS-FIND-PROP-ID
                PERFORM 310-FIND-PROPOSAL
                IF PROP-FOUND
                     MOVE WS-PH-FIND TO WS-PH-SUB
                     MOVE WS-PH-ARTIST-ACCT-NO(WS-PH-SUB) TO
                          WS-TRACE-ACCT-NO
                END-IF
           WHEN IQ-ORDER
                MOVE 'ORDER   ' TO WS-REQUEST-WORD
                MOVE IQ-KEY TO WS-FIND-ORDER-NO
                PERFORM 320-FIND-ORDER
                PERFORM 317-FIND-CONV-BY-ORDER
                IF CONV-FOUND
                     MOVE WS-CV-PROP-ID(WS-CV-SUB) TO WS-FIND-PROP-ID
                     PERFORM 310-FIND-PROPOSAL
                     IF PROP-FOUND
                          MOVE WS-PH-FIND TO WS-PH-SUB
                          MOVE WS-PH-ARTIST-ACCT-NO(WS-PH-SUB) TO
                               WS-TRACE-ACCT-NO
                     END-IF
                END-IF
                IF ORDER-FOUND
                     MOVE WS-OH-ARTIST-ACCT-NO(WS-OH-SUB) TO
                          WS-TRACE-ACCT-NO
                END-IF
           WHEN OTHER
                MOVE 'UNKNOWN ' TO WS-REQUEST-WORD
           END-EVALUATE.
           PERFORM 505-WRITE-REQUEST-BANNER.
           EVALUATE TRUE
           WHEN WS-REQUEST-WORD = 'UNKNOWN '
                ADD 1 TO WS-REJECTED-COUNT
                MOVE 'REJECTED' TO WS-EV-NAME
                MOVE ZERO TO WS-EV-DATE
                MOVE IQ-KEY TO WS-EV-DOC
                MOVE 'TYPE NOT A/P/O OR NO KEY' TO WS-EV-DETAIL
                MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
           WHEN IQ-ACCOUNT
                PERFORM 210-TRACE-ACCOUNT
           WHEN IQ-PROPOSAL
                IF WS-PH-SUB > ZERO
                     MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                     PERFORM 240-FIND-CHAIN-ROOT
                     PERFORM 250-TRACE-CHAIN
                END-IF
           WHEN IQ-ORDER
                EVALUATE TRUE
                WHEN WS-PH-SUB > ZERO
                     MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                     PERFORM 240-FIND-CHAIN-ROOT
                     PERFORM 250-TRACE-CHAIN
                WHEN CONV-FOUND OR ORDER-FOUND
      * The Order's Proposal Has Gone From PROPHIST - Trace The Order
                     MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                     MOVE IQ-KEY TO WS-ORDER-NO
                     MOVE ZERO TO WS-ORDER-PROP-SUB
                     PERFORM 260-TRACE-ORDER
                END-EVALUATE
           END-EVALUATE.
           IF WS-REQUEST-WORD NOT = 'UNKNOWN '
                IF TRACE-FOUND
                     ADD 1 TO WS-TRACED-COUNT
                     PERFORM 275-WRITE-ACCOUNT-BALANCE
                ELSE
                     ADD 1 TO WS-NOT-FOUND-COUNT
                     MOVE 'NOT FOUND' TO WS-EV-NAME
                     MOVE ZERO TO WS-EV-DATE
                     MOVE IQ-KEY TO WS-EV-DOC
                     MOVE 'NOT ON THE HISTORY FILES' TO WS-EV-DETAIL
                     MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                     PERFORM 500-WRITE-EVENT
                END-IF
           END-IF.
       210-TRACE-ACCOUNT.
      * Every Re-Quote Chain For The Account, Started From Its First
      * Proposal, Then Orders With No Proposal On File, Then Cash
      * Not Already Shown Against An Invoice
           PERFORM 212-TRACE-ACCOUNT-PROPOSAL
                VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > WS-PH-TABLE-COUNT.
           PERFORM 214-TRACE-ACCOUNT-ORDER
                VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > WS-OH-TABLE-COUNT.
           PERFORM 216-TRACE-ACCOUNT-CASH
                VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > WS-CH-TABLE-COUNT.
           PERFORM 340-FIND-ACCOUNT-ITEMS.
           IF WS-ACCT-ITEMS > ZERO
                MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
           END-IF.
       212-TRACE-ACCOUNT-PROPOSAL.
      * A Proposal Starts A Chain When It Supersedes Nothing Still
      * On File
           IF WS-PH-ARTIST-ACCT-NO(WS-ACCT-SUB) = WS-TRACE-ACCT-NO
                MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                MOVE 'N' TO WS-PROP-FOUND-SWITCH
                IF WS-PH-SUPERSEDES(WS-ACCT-SUB) NOT = SPACES
                     MOVE WS-PH-SUPERSEDES(WS-ACCT-SUB) TO
                          WS-FIND-PROP-ID
                     PERFORM 310-FIND-PROPOSAL
                END-IF
                IF NOT PROP-FOUND
                     MOVE WS-ACCT-SUB TO WS-PH-SUB
                     PERFORM 250-TRACE-CHAIN
                END-IF
           END-IF.
       214-TRACE-ACCOUNT-ORDER.
           IF WS-OH-ARTIST-ACCT-NO(WS-ACCT-SUB) = WS-TRACE-ACCT-NO
                MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                MOVE WS-OH-ORDER-NO(WS-ACCT-SUB) TO WS-FIND-ORDER-NO
                PERFORM 317-FIND-CONV-BY-ORDER
                IF CONV-FOUND
                     MOVE WS-CV-PROP-ID(WS-CV-SUB) TO WS-FIND-PROP-ID
                     PERFORM 310-FIND-PROPOSAL
                ELSE
                     MOVE 'N' TO WS-PROP-FOUND-SWITCH
                END-IF
                IF NOT PROP-FOUND
                     MOVE WS-OH-ORDER-NO(WS-ACCT-SUB) TO WS-ORDER-NO
                     MOVE ZERO TO WS-ORDER-PROP-SUB
                     PERFORM 260-TRACE-ORDER
                END-IF
           END-IF.
       216-TRACE-ACCOUNT-CASH.
           IF WS-CH-ARTIST-ACCT-NO(WS-ACCT-SUB) = WS-TRACE-ACCT-NO
                MOVE 'Y' TO WS-TRACE-FOUND-SWITCH
                MOVE WS-ACCT-SUB TO WS-CH-SUB
                PERFORM 346-CHECK-PAYMENT-TRACED
                IF NOT INVOICE-TRACED
                     PERFORM 273-WRITE-PAYMENT
                END-IF
           END-IF.
       240-FIND-CHAIN-ROOT.
      * Walk Back Through The Proposals This One Supersedes To The
      * First Of The Chain
           MOVE ZERO TO WS-CHAIN-STEPS.
           MOVE 'N' TO WS-CHAIN-END-SWITCH.
           PERFORM UNTIL CHAIN-END
                IF WS-PH-SUPERSEDES(WS-PH-SUB) = SPACES
                   OR WS-CHAIN-STEPS >= WS-CHAIN-LIMIT
                     MOVE 'Y' TO WS-CHAIN-END-SWITCH
                ELSE
                     MOVE WS-PH-SUPERSEDES(WS-PH-SUB) TO
                          WS-FIND-PROP-ID
                     PERFORM 310-FIND-PROPOSAL
                     IF PROP-FOUND
                          MOVE WS-PH-FIND TO WS-PH-SUB
                          ADD 1 TO WS-CHAIN-STEPS
                     ELSE
                          MOVE 'Y' TO WS-CHAIN-END-SWITCH
                     END-IF
                END-IF
           END-PERFORM.
       250-TRACE-CHAIN.
      * Trace Each Proposal In Turn, Following The Re-Quote That
      * Superseded It
           MOVE ZERO TO WS-CHAIN-STEPS.
           MOVE 'N' TO WS-CHAIN-END-SWITCH.
           PERFORM UNTIL CHAIN-END
                PERFORM 255-TRACE-PROPOSAL
                PERFORM 258-FIND-SUCCESSOR
                ADD 1 TO WS-CHAIN-STEPS
                IF NOT PROP-FOUND
                   OR WS-CHAIN-STEPS >= WS-CHAIN-LIMIT
                     MOVE 'Y' TO WS-CHAIN-END-SWITCH
                ELSE
                     MOVE WS-PH-FIND TO WS-PH-SUB
                END-IF
           END-PERFORM.
       255-TRACE-PROPOSAL.
           IF WS-PH-SUPERSEDES(WS-PH-SUB) NOT = SPACES
                MOVE 'REQUOTED' TO WS-EV-NAME
                MOVE WS-PH-PROP-DATE(WS-PH-SUB) TO WS-EV-DATE
                MOVE WS-PH-PROP-ID(WS-PH-SUB) TO WS-EV-DOC
                MOVE SPACES TO WS-EV-DETAIL
                STRING 'REPLACES ' DELIMITED BY SIZE
                       WS-PH-SUPERSEDES(WS-PH-SUB) DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                END-STRING
                MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
           END-IF.
           MOVE 'PROPOSAL' TO WS-EV-NAME.
           MOVE WS-PH-PROP-DATE(WS-PH-SUB) TO WS-EV-DATE.
           MOVE WS-PH-PROP-ID(WS-PH-SUB) TO WS-EV-DOC.
           MOVE SPACES TO WS-EV-DETAIL.
           STRING 'TYPE ' DELIMITED BY SIZE
                  WS-PH-INSTRUMENT-TYPE(WS-PH-SUB) DELIMITED BY SIZE
                  INTO WS-EV-DETAIL
           END-STRING.
           MOVE WS-PH-TOTAL-COST(WS-PH-SUB) TO WS-EV-AMOUNT.
           MOVE 'Y' TO WS-EV-AMOUNT-SWITCH.
           PERFORM 500-WRITE-EVENT.
           MOVE WS-PH-PROP-ID(WS-PH-SUB) TO WS-FIND-PROP-ID.
           PERFORM 315-FIND-CONV-BY-PROP.
           MOVE 'EXPIRY' TO WS-EV-NAME.
           MOVE WS-PH-EXPIRY-DATE(WS-PH-SUB) TO WS-EV-DATE.
           MOVE WS-PH-PROP-ID(WS-PH-SUB) TO WS-EV-DOC.
           MOVE 'N' TO WS-EV-AMOUNT-SWITCH.
           EVALUATE TRUE
           WHEN CONV-FOUND
                MOVE 'CONVERTED BEFORE EXPIRY' TO WS-EV-DETAIL
           WHEN WS-PH-EXPIRY-DATE(WS-PH-SUB) < WS-CURRENT-DATE-NUM
                MOVE 'LAPSED - NOT CONVERTED' TO WS-EV-DETAIL
           WHEN OTHER
                MOVE 'OPEN - AWAITING ORDER' TO WS-EV-DETAIL
           END-EVALUATE.
           PERFORM 500-WRITE-EVENT.
           IF CONV-FOUND
                MOVE 'CONVERTED' TO WS-EV-NAME
                MOVE WS-CV-CONV-DATE(WS-CV-SUB) TO WS-EV-DATE
                MOVE WS-CV-ORDER-NO(WS-CV-SUB) TO WS-EV-DOC
                MOVE 'TO FIRM ORDER' TO WS-EV-DETAIL
                MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
                MOVE WS-CV-ORDER-NO(WS-CV-SUB) TO WS-ORDER-NO
                MOVE WS-PH-SUB TO WS-ORDER-PROP-SUB
                PERFORM 260-TRACE-ORDER
           END-IF.
       258-FIND-SUCCESSOR.
      * The Re-Quote That Supersedes The Current Proposal, If Any
           MOVE 'N' TO WS-PROP-FOUND-SWITCH.
           PERFORM VARYING WS-PH-FIND FROM 1 BY 1
                UNTIL WS-PH-FIND > WS-PH-TABLE-COUNT
                     OR PROP-FOUND
                IF WS-PH-SUPERSEDES(WS-PH-FIND) =
                   WS-PH-PROP-ID(WS-PH-SUB)
                     MOVE 'Y' TO WS-PROP-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF PROP-FOUND
                SUBTRACT 1 FROM WS-PH-FIND
           END-IF.
       260-TRACE-ORDER.
      * Allocation, Backorder, Pick/Ship, Billing, Returns, Then
      * Payments And Balance For Each Invoice Involved
           MOVE SPACES TO WS-ORDER-INVOICE-NO.
           MOVE ZERO TO WS-ORDER-INVOICE-DATE.
           MOVE WS-ORDER-NO TO WS-FIND-ORDER-NO.
           PERFORM 320-FIND-ORDER.
           IF WS-ORDER-NO(4:8) IS NUMERIC
                MOVE WS-ORDER-NO(4:8) TO WS-ORDER-DATE
           ELSE
                MOVE ZERO TO WS-ORDER-DATE
           END-IF.
           IF NOT ORDER-FOUND
      * FAVORD Converts A Line It Cannot Allocate At All Without
      * Writing Order History - The Whole Line Is On Backorder
                MOVE 'BACKORDER' TO WS-EV-NAME
                MOVE WS-ORDER-DATE TO WS-EV-DATE
                MOVE WS-ORDER-NO TO WS-EV-DOC
                MOVE 'NOTHING ALLOCATED' TO WS-EV-DETAIL
                IF WS-ORDER-PROP-SUB > ZERO
                     MOVE WS-PH-TOTAL-COST(WS-ORDER-PROP-SUB) TO
                          WS-EV-AMOUNT
                     MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
                ELSE
                     MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                END-IF
                PERFORM 500-WRITE-EVENT
           ELSE
                MOVE 'ALLOCATED' TO WS-EV-NAME
                MOVE WS-ORDER-DATE TO WS-EV-DATE
                MOVE WS-ORDER-NO TO WS-EV-DOC
                MOVE WS-OH-QTY(WS-OH-SUB) TO WS-QTY-ED
                MOVE SPACES TO WS-EV-DETAIL
                STRING 'QTY ' DELIMITED BY SIZE
                       WS-QTY-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-OH-INSTRUMENT-TYPE(WS-OH-SUB)
                            DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-OH-INSTRUMENT-QUALITY(WS-OH-SUB)
                            DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-OH-SHIP-TO(WS-OH-SUB) DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                END-STRING
                MOVE WS-OH-TOTAL(WS-OH-SUB) TO WS-EV-AMOUNT
                MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
                IF WS-ORDER-PROP-SUB > ZERO
                     PERFORM 262-TRACE-BACKORDER
                END-IF
                PERFORM 264-TRACE-ORDER-STATUS
                PERFORM 266-TRACE-BILLING
           END-IF.
           PERFORM 268-TRACE-RETURN.
           IF WS-ORDER-INVOICE-NO NOT = SPACES
                MOVE WS-ORDER-INVOICE-NO TO WS-FIND-INVOICE-NO
                MOVE WS-ORDER-INVOICE-DATE TO WS-FIND-INVOICE-DATE
                PERFORM 270-TRACE-INVOICE
           END-IF.
           IF WS-MEMO-INVOICE-NO NOT = SPACES
                MOVE WS-MEMO-INVOICE-NO TO WS-FIND-INVOICE-NO
                MOVE WS-MEMO-INVOICE-DATE TO WS-FIND-INVOICE-DATE
                PERFORM 270-TRACE-INVOICE
           END-IF.
       262-TRACE-BACKORDER.
      * ORDHIST Carries Only The Allocated Units, Billed At The
      * Proposal's Unit Price. A Shortfall Of At Least One Unit's
      * Worth Against The Proposal Total Is What Went To Backorder.
           COMPUTE WS-UNIT-AMT =
                WS-OH-TOTAL(WS-OH-SUB) / WS-OH-QTY(WS-OH-SUB).
           COMPUTE WS-SHORT-AMT =
                WS-PH-TOTAL-COST(WS-ORDER-PROP-SUB)
                - WS-OH-TOTAL(WS-OH-SUB).
           IF WS-UNIT-AMT > ZERO AND WS-SHORT-AMT >= WS-UNIT-AMT
                COMPUTE WS-SHORT-QTY = WS-SHORT-AMT / WS-UNIT-AMT
                MOVE WS-SHORT-QTY TO WS-SHORT-QTY-ED
                MOVE 'BACKORDER' TO WS-EV-NAME
                MOVE WS-ORDER-DATE TO WS-EV-DATE
                MOVE WS-ORDER-NO TO WS-EV-DOC
                MOVE SPACES TO WS-EV-DETAIL
                STRING 'SHORT ' DELIMITED BY SIZE
                       WS-SHORT-QTY-ED DELIMITED BY SIZE
                       ' UNITS' DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                END-STRING
                MOVE WS-SHORT-AMT TO WS-EV-AMOUNT
                MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
           END-IF.
       264-TRACE-ORDER-STATUS.
           PERFORM 325-FIND-STATUS-ENTRY.
           MOVE WS-ORDER-NO TO WS-EV-DOC.
           MOVE 'N' TO WS-EV-AMOUNT-SWITCH.
           IF NOT STATUS-FOUND
                MOVE 'PICK' TO WS-EV-NAME
                MOVE ZERO TO WS-EV-DATE
                MOVE 'NOT YET ON A PICK LIST' TO WS-EV-DETAIL
                PERFORM 500-WRITE-EVENT
           ELSE
                EVALUATE WS-OS-STATUS(WS-OS-SUB)
                WHEN 'C'
                     PERFORM 330-FIND-RETURN
                     MOVE 'CANCELLED' TO WS-EV-NAME
                     IF RETURN-FOUND
                          MOVE WS-RH-RETURN-DATE(WS-RH-SUB) TO
                               WS-EV-DATE
                     ELSE
                          MOVE ZERO TO WS-EV-DATE
                     END-IF
                     MOVE 'BEFORE SHIPMENT' TO WS-EV-DETAIL
                     PERFORM 500-WRITE-EVENT
                WHEN 'A'
                     MOVE 'PICK' TO WS-EV-NAME
                     MOVE WS-OS-ALLOC-DATE(WS-OS-SUB) TO WS-EV-DATE
                     MOVE 'AWAITING PICK' TO WS-EV-DETAIL
                     PERFORM 500-WRITE-EVENT
                WHEN OTHER
                     MOVE 'PICKED' TO WS-EV-NAME
                     MOVE WS-OS-ALLOC-DATE(WS-OS-SUB) TO WS-EV-DATE
                     MOVE 'PICK LIST PRINTED' TO WS-EV-DETAIL
                     PERFORM 500-WRITE-EVENT
                     IF WS-OS-STATUS(WS-OS-SUB) = 'S'
                          MOVE 'SHIPPED' TO WS-EV-NAME
                          MOVE WS-OS-SHIP-DATE(WS-OS-SUB) TO
                               WS-EV-DATE
                          MOVE WS-OS-TRACKING(WS-OS-SUB) TO
                               WS-EV-DOC
                          MOVE SPACES TO WS-EV-DETAIL
                          STRING 'VIA ' DELIMITED BY SIZE
                                 WS-OS-CARRIER(WS-OS-SUB)
                                      DELIMITED BY SIZE
                                 INTO WS-EV-DETAIL
                          END-STRING
                     ELSE
                          MOVE 'SHIP' TO WS-EV-NAME
                          MOVE ZERO TO WS-EV-DATE
                          MOVE 'NOT YET SHIPPED' TO WS-EV-DETAIL
                     END-IF
                     PERFORM 500-WRITE-EVENT
                END-EVALUATE
           END-IF.
       266-TRACE-BILLING.
           MOVE 'O' TO WS-FIND-IH-TYPE.
           MOVE WS-ORDER-NO TO WS-FIND-IH-DOC-NO.
           PERFORM 335-FIND-INVOICE-LINE.
           MOVE 'N' TO WS-EV-AMOUNT-SWITCH.
           IF INVOICE-LINE-FOUND
                MOVE WS-IH-INVOICE-NO(WS-IH-SUB) TO WS-ORDER-INVOICE-NO
                MOVE WS-IH-INVOICE-DATE(WS-IH-SUB) TO
                     WS-ORDER-INVOICE-DATE
                MOVE 'INVOICED' TO WS-EV-NAME
                MOVE WS-IH-INVOICE-DATE(WS-IH-SUB) TO WS-EV-DATE
                MOVE WS-IH-INVOICE-NO(WS-IH-SUB) TO WS-EV-DOC
                MOVE WS-IH-DUE-DATE(WS-IH-SUB) TO WS-DUE-DATE
                PERFORM 860-EDIT-DUE-DATE
                MOVE SPACES TO WS-EV-DETAIL
                STRING 'DUE ' DELIMITED BY SIZE
                       WS-DUE-DISP DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                END-STRING
                MOVE WS-IH-AMOUNT(WS-IH-SUB) TO WS-EV-AMOUNT
                MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
           ELSE
                MOVE SPACES TO WS-ORDER-INVOICE-NO
                MOVE ZERO TO WS-ORDER-INVOICE-DATE
                MOVE 'INVOICE' TO WS-EV-NAME
                MOVE ZERO TO WS-EV-DATE
                MOVE WS-ORDER-NO TO WS-EV-DOC
                MOVE 'NOT YET INVOICED' TO WS-EV-DETAIL
           END-IF.
           PERFORM 500-WRITE-EVENT.
       268-TRACE-RETURN.
      * A Return Or Cancellation Credit Memo, And The Invoice That
      * Netted It
           MOVE SPACES TO WS-MEMO-INVOICE-NO.
           MOVE ZERO TO WS-MEMO-INVOICE-DATE.
           PERFORM 330-FIND-RETURN.
           IF RETURN-FOUND
                IF WS-RH-CREDIT-MEMO-NO(WS-RH-SUB) (1:3) = 'CAN'
                     MOVE 'CANCEL CR' TO WS-EV-NAME
                ELSE
                     MOVE 'RETURNED' TO WS-EV-NAME
                END-IF
                MOVE WS-RH-RETURN-DATE(WS-RH-SUB) TO WS-EV-DATE
                MOVE WS-RH-CREDIT-MEMO-NO(WS-RH-SUB) TO WS-EV-DOC
                MOVE 'CREDIT MEMO ISSUED' TO WS-EV-DETAIL
                MOVE 'N' TO WS-EV-AMOUNT-SWITCH
                PERFORM 500-WRITE-EVENT
                MOVE 'C' TO WS-FIND-IH-TYPE
                MOVE WS-RH-CREDIT-MEMO-NO(WS-RH-SUB) TO
                     WS-FIND-IH-DOC-NO
                PERFORM 335-FIND-INVOICE-LINE
                MOVE 'CREDITED' TO WS-EV-NAME
                MOVE WS-RH-CREDIT-MEMO-NO(WS-RH-SUB) TO WS-EV-DOC
                IF INVOICE-LINE-FOUND
                     MOVE WS-IH-INVOICE-NO(WS-IH-SUB) TO
                          WS-MEMO-INVOICE-NO
                     MOVE WS-IH-INVOICE-DATE(WS-IH-SUB) TO
                          WS-MEMO-INVOICE-DATE
                     MOVE WS-IH-INVOICE-DATE(WS-IH-SUB) TO WS-EV-DATE
                     MOVE SPACES TO WS-EV-DETAIL
                     STRING 'ON INVOICE ' DELIMITED BY SIZE
                            WS-IH-INVOICE-NO(WS-IH-SUB)
                                 DELIMITED BY SIZE
                            INTO WS-EV-DETAIL
                     END-STRING
                     COMPUTE WS-EV-AMOUNT =
                          ZERO - WS-IH-AMOUNT(WS-IH-SUB)
                     MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
                ELSE
                     MOVE ZERO TO WS-EV-DATE
                     MOVE 'NOT YET ON AN INVOICE' TO WS-EV-DETAIL
                END-IF
                PERFORM 500-WRITE-EVENT
           END-IF.
           IF WS-MEMO-INVOICE-NO = WS-ORDER-INVOICE-NO
              AND WS-MEMO-INVOICE-DATE = WS-ORDER-INVOICE-DATE
                MOVE SPACES TO WS-MEMO-INVOICE-NO
           END-IF.
       270-TRACE-INVOICE.
      * Payments Against The Invoice And What Is Still Open On It -
      * Once Per Invoice Per Request. FAVCSH Drops An Item From
      * AROPEN When It Is Paid Off.
           PERFORM 345-CHECK-INVOICE-TRACED.
           IF NOT INVOICE-TRACED
                IF WS-TI-TABLE-COUNT >= 2000
                     DISPLAY
                     'FAVINQ: TRACED INVOICES EXCEED WS-TI-TABLE '
                          'CAPACITY OF 2000 - RUN TERMINATED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WS-TI-TABLE-COUNT
                MOVE WS-FIND-INVOICE-NO TO
                     WS-TI-INVOICE-NO(WS-TI-TABLE-COUNT)
                MOVE WS-FIND-INVOICE-DATE TO
                     WS-TI-INVOICE-DATE(WS-TI-TABLE-COUNT)
                PERFORM 272-TRACE-PAYMENT
                     VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > WS-CH-TABLE-COUNT
                PERFORM 342-FIND-OPEN-ITEM
                MOVE 'INV BAL' TO WS-EV-NAME
                MOVE WS-CURRENT-DATE-NUM TO WS-EV-DATE
                MOVE WS-FIND-INVOICE-NO TO WS-EV-DOC
                MOVE 'Y' TO WS-EV-AMOUNT-SWITCH
                IF OPEN-ITEM-FOUND
                     MOVE WS-AR-OPEN-AMT(WS-AR-SUB) TO WS-EV-AMOUNT
                     MOVE WS-AR-DUE-DATE(WS-AR-SUB) TO WS-DUE-DATE
                     PERFORM 860-EDIT-DUE-DATE
                     MOVE SPACES TO WS-EV-DETAIL
                     IF WS-AR-OPEN-AMT(WS-AR-SUB) < ZERO
                          MOVE 'CREDIT BALANCE' TO WS-EV-DETAIL
                     ELSE
                          STRING 'OPEN - DUE ' DELIMITED BY SIZE
                                 WS-DUE-DISP DELIMITED BY SIZE
                                 INTO WS-EV-DETAIL
                          END-STRING
                     END-IF
                ELSE
                     MOVE ZERO TO WS-EV-AMOUNT
                     MOVE 'PAID IN FULL' TO WS-EV-DETAIL
                END-IF
                PERFORM 500-WRITE-EVENT
           END-IF.
       272-TRACE-PAYMENT.
      * Cash For The Same Account And Invoice Number, Where This Is
      * The Latest Issue Of That Number To The Account By The Date
      * Of Payment - So Each Payment Belongs To One Invoice Only
           IF WS-CH-INVOICE-NO(WS-CH-SUB) = WS-FIND-INVOICE-NO
              AND WS-CH-ARTIST-ACCT-NO(WS-CH-SUB) = WS-TRACE-ACCT-NO
                PERFORM 347-FIND-PAYMENT-INVOICE
                IF WS-PAY-INVOICE-DATE = WS-FIND-INVOICE-DATE
                     PERFORM 273-WRITE-PAYMENT
                END-IF
           END-IF.
       273-WRITE-PAYMENT.
           MOVE 'PAYMENT' TO WS-EV-NAME.
           MOVE WS-CH-PAYMENT-DATE(WS-CH-SUB) TO WS-EV-DATE.
           MOVE WS-CH-INVOICE-NO(WS-CH-SUB) TO WS-EV-DOC.
           MOVE WS-CH-APPLY-STATUS(WS-CH-SUB) TO WS-EV-DETAIL.
           COMPUTE WS-EV-AMOUNT = ZERO - WS-CH-PAYMENT-AMT(WS-CH-SUB).
           MOVE 'Y' TO WS-EV-AMOUNT-SWITCH.
           PERFORM 500-WRITE-EVENT.
       275-WRITE-ACCOUNT-BALANCE.
      * The Account's Current Balance - Everything Still Open On
      * AROPEN, Credit Balances Included
           PERFORM 340-FIND-ACCOUNT-ITEMS.
           MOVE WS-ACCT-ITEMS TO WS-ACCT-ITEMS-ED.
           MOVE 'ACCT BAL' TO WS-EV-NAME.
           MOVE WS-CURRENT-DATE-NUM TO WS-EV-DATE.
           MOVE WS-TRACE-ACCT-NO TO WS-EV-DOC.
           MOVE SPACES TO WS-EV-DETAIL.
           STRING WS-ACCT-ITEMS-ED DELIMITED BY SIZE
                  ' OPEN ITEM(S)' DELIMITED BY SIZE
                  INTO WS-EV-DETAIL
           END-STRING.
           MOVE WS-ACCT-BALANCE TO WS-EV-AMOUNT.
           MOVE 'Y' TO WS-EV-AMOUNT-SWITCH.
           PERFORM 500-WRITE-EVENT.
       310-FIND-PROPOSAL.
           MOVE 'N' TO WS-PROP-FOUND-SWITCH.
           PERFORM VARYING WS-PH-FIND FROM 1 BY 1
                UNTIL WS-PH-FIND > WS-PH-TABLE-COUNT
                     OR PROP-FOUND
                IF WS-PH-PROP-ID(WS-PH-FIND) = WS-FIND-PROP-ID
                     MOVE 'Y' TO WS-PROP-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF PROP-FOUND
                SUBTRACT 1 FROM WS-PH-FIND
           END-IF.
       315-FIND-CONV-BY-PROP.
           MOVE 'N' TO WS-CONV-FOUND-SWITCH.
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                UNTIL WS-CV-SUB > WS-CV-TABLE-COUNT
                     OR CONV-FOUND
                IF WS-CV-PROP-ID(WS-CV-SUB) = WS-FIND-PROP-ID
                     MOVE 'Y' TO WS-CONV-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF CONV-FOUND
                SUBTRACT 1 FROM WS-CV-SUB
           END-IF.
       317-FIND-CONV-BY-ORDER.
           MOVE 'N' TO WS-CONV-FOUND-SWITCH.
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                UNTIL WS-CV-SUB > WS-CV-TABLE-COUNT
                     OR CONV-FOUND
                IF WS-CV-ORDER-NO(WS-CV-SUB) = WS-FIND-ORDER-NO
                     MOVE 'Y' TO WS-CONV-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF CONV-FOUND
                SUBTRACT 1 FROM WS-CV-SUB
           END-IF.
       320-FIND-ORDER.
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
       325-FIND-STATUS-ENTRY.
           MOVE 'N' TO WS-OS-FOUND-SWITCH.
           PERFORM VARYING WS-OS-SUB FROM 1 BY 1
                UNTIL WS-OS-SUB > WS-OS-TABLE-COUNT
                     OR STATUS-FOUND
                IF WS-OS-ORDER-NO(WS-OS-SUB) = WS-ORDER-NO
                     MOVE 'Y' TO WS-OS-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF STATUS-FOUND
                SUBTRACT 1 FROM WS-OS-SUB
           END-IF.
       330-FIND-RETURN.
           MOVE 'N' TO WS-RETURN-FOUND-SWITCH.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                UNTIL WS-RH-SUB > WS-RH-TABLE-COUNT
                     OR RETURN-FOUND
                IF WS-RH-ORDER-NO(WS-RH-SUB) = WS-ORDER-NO
                     MOVE 'Y' TO WS-RETURN-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF RETURN-FOUND
                SUBTRACT 1 FROM WS-RH-SUB
           END-IF.
       335-FIND-INVOICE-LINE.
           MOVE 'N' TO WS-IH-FOUND-SWITCH.
           PERFORM VARYING WS-IH-SUB FROM 1 BY 1
                UNTIL WS-IH-SUB > WS-IH-TABLE-COUNT
                     OR INVOICE-LINE-FOUND
                IF WS-IH-REC-TYPE(WS-IH-SUB) = WS-FIND-IH-TYPE
                   AND WS-IH-DOC-NO(WS-IH-SUB) = WS-FIND-IH-DOC-NO
                     MOVE 'Y' TO WS-IH-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF INVOICE-LINE-FOUND
                SUBTRACT 1 FROM WS-IH-SUB
           END-IF.
       340-FIND-ACCOUNT-ITEMS.
           MOVE ZERO TO WS-ACCT-BALANCE.
           MOVE ZERO TO WS-ACCT-ITEMS.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                IF WS-AR-ARTIST-ACCT-NO(WS-AR-SUB) = WS-TRACE-ACCT-NO
                     ADD 1 TO WS-ACCT-ITEMS
                     ADD WS-AR-OPEN-AMT(WS-AR-SUB) TO WS-ACCT-BALANCE
                END-IF
           END-PERFORM.
       342-FIND-OPEN-ITEM.
           MOVE 'N' TO WS-AR-FOUND-SWITCH.
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                UNTIL WS-AR-SUB > WS-AR-TABLE-COUNT
                     OR OPEN-ITEM-FOUND
                IF WS-AR-INVOICE-NO(WS-AR-SUB) = WS-FIND-INVOICE-NO
                   AND WS-AR-ARTIST-ACCT-NO(WS-AR-SUB) =
                       WS-TRACE-ACCT-NO
                   AND WS-AR-INVOICE-DATE(WS-AR-SUB) =
                       WS-FIND-INVOICE-DATE
                     MOVE 'Y' TO WS-AR-FOUND-SWITCH
                END-IF
           END-PERFORM.
           IF OPEN-ITEM-FOUND
                SUBTRACT 1 FROM WS-AR-SUB
           END-IF.
       345-CHECK-INVOICE-TRACED.
           MOVE 'N' TO WS-TRACED-SWITCH.
           PERFORM VARYING WS-TI-SUB FROM 1 BY 1
                UNTIL WS-TI-SUB > WS-TI-TABLE-COUNT
                     OR INVOICE-TRACED
                IF WS-TI-INVOICE-NO(WS-TI-SUB) = WS-FIND-INVOICE-NO
                   AND WS-TI-INVOICE-DATE(WS-TI-SUB) =
                       WS-FIND-INVOICE-DATE
                     MOVE 'Y' TO WS-TRACED-SWITCH
                END-IF
           END-PERFORM.
       346-CHECK-PAYMENT-TRACED.
      * A Payment Has Already Printed If The Invoice It Belongs To
      * (By The Same Rule As 272-TRACE-PAYMENT) Was Traced For This
      * Request
           MOVE 'N' TO WS-TRACED-SWITCH.
           PERFORM 347-FIND-PAYMENT-INVOICE.
           IF WS-PAY-INVOICE-DATE NOT = ZERO
                PERFORM VARYING WS-TI-SUB FROM 1 BY 1
                     UNTIL WS-TI-SUB > WS-TI-TABLE-COUNT
                          OR INVOICE-TRACED
                     IF WS-TI-INVOICE-NO(WS-TI-SUB) =
                        WS-CH-INVOICE-NO(WS-CH-SUB)
                        AND WS-TI-INVOICE-DATE(WS-TI-SUB) =
                            WS-PAY-INVOICE-DATE
                          MOVE 'Y' TO WS-TRACED-SWITCH
                     END-IF
                END-PERFORM
           END-IF.
       347-FIND-PAYMENT-INVOICE.
      * FAVINV Restarts Its Invoice Numbers Every Run, So A Number Can
      * Be Issued To The Same Account More Than Once. The Payment
      * Goes To The Latest Issue On Or Before The Payment Date; Zero
      * If There Is None.
           MOVE ZERO TO WS-PAY-INVOICE-DATE.
           IF WS-CH-INVOICE-NO(WS-CH-SUB) NOT = SPACES
                PERFORM VARYING WS-IH-SUB FROM 1 BY 1
                     UNTIL WS-IH-SUB > WS-IH-TABLE-COUNT
                     IF WS-IH-REC-TYPE(WS-IH-SUB) = 'I'
                        AND WS-IH-INVOICE-NO(WS-IH-SUB) =
                            WS-CH-INVOICE-NO(WS-CH-SUB)
                        AND WS-IH-ARTIST-ACCT-NO(WS-IH-SUB) =
                            WS-CH-ARTIST-ACCT-NO(WS-CH-SUB)
                        AND WS-IH-INVOICE-DATE(WS-IH-SUB) <=
                            WS-CH-PAYMENT-DATE(WS-CH-SUB)
                        AND WS-IH-INVOICE-DATE(WS-IH-SUB) >
                            WS-PAY-INVOICE-DATE
                          MOVE WS-IH-INVOICE-DATE(WS-IH-SUB) TO
                               WS-PAY-INVOICE-DATE
                     END-IF
                END-PERFORM
           END-IF.
       400-READ-INQTRAN.
           READ INQTRAN
                AT END MOVE 'Y' TO WS-INQTRAN-EOF
           END-READ.
       500-WRITE-EVENT.
      * One Trace Event - A Report Line And The Same Row On The
      * Extract
           ADD 1 TO WS-EVENT-COUNT.
           IF WS-EV-DATE = ZERO
                MOVE SPACES TO WS-DISP-DATE-OUT
           ELSE
                MOVE WS-EV-YR TO WS-DISP-YR
                MOVE WS-EV-MO TO WS-DISP-MO
                MOVE WS-EV-DA TO WS-DISP-DA
                MOVE WS-DISP-DATE TO WS-DISP-DATE-OUT
           END-IF.
           MOVE WS-EV-NAME TO INQ-EVENT-OUT.
           MOVE WS-DISP-DATE-OUT TO INQ-DATE-OUT.
           MOVE WS-EV-DOC TO INQ-DOC-OUT.
           MOVE WS-EV-DETAIL TO INQ-DETAIL-OUT.
           IF EV-HAS-AMOUNT
                MOVE WS-EV-AMOUNT TO INQ-AMOUNT-OUT
                MOVE WS-EV-AMOUNT TO WS-CSV-AMOUNT
                MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-X
           ELSE
                MOVE SPACES TO INQ-AMOUNT-X
                MOVE SPACES TO WS-CSV-AMOUNT-X
           END-IF.
           WRITE INQRPT-REC FROM INQ-DETAIL-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING
                FUNCTION TRIM(WS-REQUEST-WORD)     DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(IQ-KEY)              DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRACE-ACCT-NO)    DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-EV-NAME)          DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-DISP-DATE-OUT)    DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-EV-DOC)           DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-EV-DETAIL)        DELIMITED BY SIZE
                ','                                 DELIMITED BY SIZE
                FUNCTION TRIM(WS-CSV-AMOUNT-X)     DELIMITED BY SIZE
                INTO WS-CSV-LINE
                WITH POINTER WS-CSV-PTR
           END-STRING.
           WRITE INQCSV-REC FROM WS-CSV-LINE.
       505-WRITE-REQUEST-BANNER.
           MOVE WS-REQUEST-WORD TO INQ-REQ-TYPE-OUT.
           MOVE IQ-KEY TO INQ-REQ-KEY-OUT.
           MOVE WS-TRACE-ACCT-NO TO INQ-REQ-ACCT-OUT.
           WRITE INQRPT-REC FROM BLANK-LINE.
           WRITE INQRPT-REC FROM INQ-REQUEST-LINE.
       600-CLOSE-FILES.
           CLOSE INQTRAN.
           CLOSE INQRPT, INQCSV.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           WRITE INQRPT-REC FROM INQ-HEADER-1.
           WRITE INQRPT-REC FROM INQ-HEADER-2.
           WRITE INQRPT-REC FROM BLANK-LINE.
           WRITE INQRPT-REC FROM INQ-HEADER-3.
           WRITE INQRPT-REC FROM INQ-HEADER-4.
           MOVE 'REQUEST,KEY,ACCOUNT,EVENT,DATE,DOCUMENT,DETAIL,AMOUNT'
                TO WS-CSV-LINE.
           WRITE INQCSV-REC FROM WS-CSV-LINE.
       800-WRITE-TRAILERS.
           WRITE INQRPT-REC FROM BLANK-LINE.
           WRITE INQRPT-REC FROM INQ-TRAILER-1.
           MOVE 'REQUESTS READ  ' TO INQ-CTL-LABEL.
           MOVE WS-REQUEST-COUNT TO INQ-CTL-COUNT.
           WRITE INQRPT-REC FROM INQ-TRAILER-2.
           MOVE 'TRACED         ' TO INQ-CTL-LABEL.
           MOVE WS-TRACED-COUNT TO INQ-CTL-COUNT.
           WRITE INQRPT-REC FROM INQ-TRAILER-2.
           MOVE 'NOT FOUND      ' TO INQ-CTL-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO INQ-CTL-COUNT.
           WRITE INQRPT-REC FROM INQ-TRAILER-2.
           MOVE 'REJECTED       ' TO INQ-CTL-LABEL.
           MOVE WS-REJECTED-COUNT TO INQ-CTL-COUNT.
           WRITE INQRPT-REC FROM INQ-TRAILER-2.
           MOVE 'EVENTS TRACED  ' TO INQ-CTL-LABEL.
           MOVE WS-EVENT-COUNT TO INQ-CTL-COUNT.
           WRITE INQRPT-REC FROM INQ-TRAILER-2.
       860-EDIT-DUE-DATE.
           MOVE WS-DUE-YR TO WS-DUE-DISP-YR.
           MOVE WS-DUE-MO TO WS-DUE-DISP-MO.
           MOVE WS-DUE-DA TO WS-DUE-DISP-DA.
