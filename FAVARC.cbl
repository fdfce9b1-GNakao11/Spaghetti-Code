       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVARC.
      * History Archive And Purge. The Cumulative History Files Only
      * Ever Grow, And The Nightly Programs Load Them Into Fixed
      * In-Storage Tables, So This Periodic Run Moves Aged Records
      * Off Them. Each File Has Its Own Retention Period In Days; A
      * Record Dated Before Its File's Cutoff Is Archived Unless It
      * Is Still Needed:
      *    ORDHIST    An Order Not Yet Shipped (Not On ORDSTAT, Or
      *               Allocated/Picked), Or Shipped Inside The Return
      *               Window, Stays. Cancelled Orders Are Closed.
      *    ORDSTAT    Stays As Long As Its Order Stays On ORDHIST -
      *               FAVSHP Would Otherwise Pick The Order Again.
      *    RTNHIST    Stays As Long As Its Order Stays On ORDHIST, So
      *               The One-Credit-Per-Order Rule Still Holds.
      *    CONVHIST   Stays As Long As Its Order Stays On ORDHIST.
      *    PROPHIST   An Unexpired Proposal Stays. A Converted One
      *               Stays While Its CONVHIST Record Does; An
      *               Unconverted One Stays Until It Has Been
      *               Expired For The Whole Retention Period.
      *    SALESHIST  The Current And Prior Calendar Year Stay For
      *               FAVSLS's Year-To-Date And Prior-Year Columns.
      *    AROPEN     An Item With An Open Balance Stays.
      *    RUNCTL     Aged Purely On Business Date.
      * The Kept Records Are Written To ORDHISTN, ORDSTATN, RTNHISTN,
      * CONVHISTN, PROPHISTN, SALESHISTN, AROPENN And RUNCTLN For The
      * Job Stream To Copy Back Over The Live Files, The Same Way
      * The FAVCNV Output Is Copied Back; Archived Records Are
      * Appended To The Matching Cumulative ...A Archive File. Run
      * Between Nightly Streams, Never During One. The ARCRPT Purge
      * Report Shows Before, Archived, And Kept Counts By File, And
      * How Many Aged Records Were Kept Because They Are Still Open.
      *
      * ARCPARM Layout (Optional - Any Blank Field Takes Its Default):
      *    Cols  1- 4  PROPHIST Retention Days       Default 0365
      *    Cols  5- 8  CONVHIST Retention Days       Default 0730
      *    Cols  9-12  ORDHIST Retention Days        Default 0730
      *    Cols 13-16  ORDSTAT Retention Days        Default 0730
      *    Cols 17-20  SALESHIST Retention Days      Default 0730
      *    Cols 21-24  RTNHIST Retention Days        Default 0730
      *    Cols 25-28  AROPEN Retention Days         Default 0365
      *    Cols 29-32  RUNCTL Retention Days         Default 0090
      *    Cols 33-36  Return Window Days After Ship Default 0090
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCPARM ASSIGN TO ARCPARM.
           SELECT OPTIONAL ORDSTAT ASSIGN TO ORDSTAT.
           SELECT ORDSTATN ASSIGN TO ORDSTATN.
           SELECT OPTIONAL ORDSTATA ASSIGN TO ORDSTATA.
           SELECT OPTIONAL ORDHIST ASSIGN TO ORDHIST.
           SELECT ORDHISTN ASSIGN TO ORDHISTN.
           SELECT OPTIONAL ORDHISTA ASSIGN TO ORDHISTA.
           SELECT OPTIONAL RTNHIST ASSIGN TO RTNHIST.
           SELECT RTNHISTN ASSIGN TO RTNHISTN.
           SELECT OPTIONAL RTNHISTA ASSIGN TO RTNHISTA.
           SELECT OPTIONAL CONVHIST ASSIGN TO CONVHIST.
           SELECT CONVHISTN ASSIGN TO CONVHISTN.
           SELECT OPTIONAL CONVHISTA ASSIGN TO CONVHISTA.
           SELECT OPTIONAL PROPHIST ASSIGN TO PROPHIST.
           SELECT PROPHISTN ASSIGN TO PROPHISTN.
           SELECT OPTIONAL PROPHISTA ASSIGN TO PROPHISTA.
           SELECT OPTIONAL SALESHIST ASSIGN TO SALESHIST.
           SELECT SALESHISTN ASSIGN TO SALESHISTN.
           SELECT OPTIONAL SALESHISTA ASSIGN TO SALESHISTA.
           SELECT OPTIONAL AROPEN ASSIGN TO AROPEN.
           SELECT AROPENN ASSIGN TO AROPENN.
           SELECT OPTIONAL AROPENA ASSIGN TO AROPENA.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.
           SELECT RUNCTLN ASSIGN TO RUNCTLN.
           SELECT OPTIONAL RUNCTLA ASSIGN TO RUNCTLA.
           SELECT STATWK ASSIGN TO STATWK.
           SELECT CONVWK ASSIGN TO CONVWK.
           SELECT ARCRPT ASSIGN TO ARCRPT.
       DATA DIVISION.
       FILE SECTION.
      * Retention Card - One Four-Digit Day Count Per File, In The
      * Order Of The Layout Above, Then The Return Window
       FD  ARCPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-PARM-REC.
       01  ARCHIVE-PARM-REC.
           05  AP-RETENTION-DAYS OCCURS 8 TIMES
                                        PIC X(04).
           05  AP-RETURN-WINDOW-DAYS    PIC X(04).
           05  FILLER                   PIC X(44).
      *
      * Order Status File Kept By FAVSHP And FAVCAN
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
           05  OS-ALLOC-DATE-X REDEFINES OS-ALLOC-DATE
                                        PIC X(08).
           05  OS-SHIP-DATE             PIC 9(08).
           05  OS-SHIP-DATE-X REDEFINES OS-SHIP-DATE
                                        PIC X(08).
           05  OS-CARRIER               PIC X(10).
           05  OS-TRACKING              PIC X(15).
      *
       FD  ORDSTATN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDSTATN-REC.
       01  ORDSTATN-REC                PIC X(60).
      *
       FD  ORDSTATA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDSTATA-REC.
       01  ORDSTATA-REC                PIC X(60).
      *
      * Order Interface History Written By FAVORD - The Order Number
      * Carries The Order Date As 'ORD' + YYYYMMDD + Sequence
       FD  ORDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORD-HISTORY-REC.
       01  ORD-HISTORY-REC.
           05  OH-ORDER-NO.
               10  FILLER               PIC X(03).
               10  OH-ORDER-DATE-X      PIC X(08).
               10  FILLER               PIC X(07).
           05  FILLER                   PIC X(82).
      *
       FD  ORDHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDHISTN-REC.
       01  ORDHISTN-REC                PIC X(100).
      *
       FD  ORDHISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDHISTA-REC.
       01  ORDHISTA-REC                PIC X(100).
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
           05  RH-RETURN-DATE           PIC X(08).
           05  FILLER                   PIC X(06).
      *
       FD  RTNHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTNHISTN-REC.
       01  RTNHISTN-REC                PIC X(50).
      *
       FD  RTNHISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTNHISTA-REC.
       01  RTNHISTA-REC                PIC X(50).
      *
       FD  CONVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONV-HISTORY-REC.
       01  CONV-HISTORY-REC.
           05  CH-PROP-ID               PIC X(14).
           05  CH-ORDER-NO              PIC X(18).
           05  CH-CONV-DATE             PIC X(08).
      *
       FD  CONVHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONVHISTN-REC.
       01  CONVHISTN-REC               PIC X(40).
      *
       FD  CONVHISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONVHISTA-REC.
       01  CONVHISTA-REC               PIC X(40).
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
           05  PH-PROP-DATE             PIC X(08).
           05  PH-EXPIRY-DATE           PIC X(08).
           05  PH-SUPERSEDES-PROP-ID    PIC X(14).
           05  FILLER                   PIC X(13).
      *
       FD  PROPHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROPHISTN-REC.
       01  PROPHISTN-REC               PIC X(80).
      *
       FD  PROPHISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROPHISTA-REC.
       01  PROPHISTA-REC               PIC X(80).
      *
       FD  SALESHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-HISTORY-REC.
       01  SALES-HISTORY-REC.
           05  SH-ORDER-DATE.
               10  SH-ORDER-YEAR        PIC 9(04).
               10  FILLER               PIC X(04).
           05  FILLER                   PIC X(72).
      *
       FD  SALESHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALESHISTN-REC.
       01  SALESHISTN-REC              PIC X(80).
      *
       FD  SALESHISTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALESHISTA-REC.
       01  SALESHISTA-REC              PIC X(80).
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
           05  AR-INVOICE-DATE          PIC X(08).
           05  AR-DUE-DATE              PIC 9(08).
           05  FILLER                   PIC X(03).
      *
       FD  AROPENN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AROPENN-REC.
       01  AROPENN-REC                 PIC X(60).
      *
       FD  AROPENA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AROPENA-REC.
       01  AROPENA-REC                 PIC X(60).
      *
       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.
       01  RUN-CONTROL-REC.
           05  RL-PROGRAM               PIC X(08).
           05  RL-BUSINESS-DATE         PIC X(08).
           05  FILLER                   PIC X(64).
      *
       FD  RUNCTLN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNCTLN-REC.
       01  RUNCTLN-REC                 PIC X(80).
      *
       FD  RUNCTLA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNCTLA-REC.
       01  RUNCTLA-REC                 PIC X(80).
      *
      * Work File Putting The Order Status Records In Order-Number
      * Sequence So 210-FIND-STATUS Can Binary Search Them
       SD  STATWK
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS STAT-SORT-REC.
       01  STAT-SORT-REC.
           05  STW-ORDER-NO             PIC X(18).
           05  STW-STATUS               PIC X(01).
           05  STW-ALLOC-DATE           PIC X(08).
           05  STW-SHIP-DATE            PIC X(08).
           05  FILLER                   PIC X(25).
      *
      * Work File Carrying Each Converted Proposal Id And Whether Its
      * Conversion Record Was Kept, In Prop-Id Sequence
       SD  CONVWK
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS CONV-SORT-REC.
       01  CONV-SORT-REC.
           05  CW-PROP-ID               PIC X(14).
           05  CW-KEPT-FLAG             PIC X(01).
      *
       FD  ARCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCRPT-REC.
       01  ARCRPT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-ARCPARM-EOF                PIC X(01) VALUE SPACE.
           88  ARCPARM-EOF              VALUE 'Y'.
       01 WS-ORDSTAT-EOF                PIC X(01) VALUE SPACE.
           88  ORDSTAT-EOF              VALUE 'Y'.
       01 WS-STATWK-EOF                 PIC X(01) VALUE SPACE.
           88  STATWK-EOF               VALUE 'Y'.
       01 WS-ORDHIST-EOF                PIC X(01) VALUE SPACE.
           88  ORDHIST-EOF              VALUE 'Y'.
       01 WS-RTNHIST-EOF                PIC X(01) VALUE SPACE.
           88  RTNHIST-EOF              VALUE 'Y'.
       01 WS-CONVHIST-EOF               PIC X(01) VALUE SPACE.
           88  CONVHIST-EOF             VALUE 'Y'.
       01 WS-CONVWK-EOF                 PIC X(01) VALUE SPACE.
           88  CONVWK-EOF               VALUE 'Y'.
       01 WS-PROPHIST-EOF               PIC X(01) VALUE SPACE.
           88  PROPHIST-EOF             VALUE 'Y'.
       01 WS-SALESHIST-EOF              PIC X(01) VALUE SPACE.
           88  SALESHIST-EOF            VALUE 'Y'.
       01 WS-AROPEN-EOF                 PIC X(01) VALUE SPACE.
           88  AROPEN-EOF               VALUE 'Y'.
       01 WS-RUNCTL-EOF                 PIC X(01) VALUE SPACE.
           88  RUNCTL-EOF               VALUE 'Y'.
      *
      * The Files In Report Order, With Their Default Retention
       01 WS-FILE-NAMES.
           05  FILLER                   PIC X(10) VALUE 'PROPHIST'.
           05  FILLER                   PIC X(10) VALUE 'CONVHIST'.
           05  FILLER                   PIC X(10) VALUE 'ORDHIST'.
           05  FILLER                   PIC X(10) VALUE 'ORDSTAT'.
           05  FILLER                   PIC X(10) VALUE 'SALESHIST'.
           05  FILLER                   PIC X(10) VALUE 'RTNHIST'.
           05  FILLER                   PIC X(10) VALUE 'AROPEN'.
           05  FILLER                   PIC X(10) VALUE 'RUNCTL'.
       01 WS-FILE-NAMES-TBL REDEFINES WS-FILE-NAMES
               OCCURS 8 TIMES.
           05  WS-FN-NAME               PIC X(10).
       01 WS-DEFAULT-DAYS.
           05  FILLER                   PIC 9(04) VALUE 0365.
           05  FILLER                   PIC 9(04) VALUE 0730.
           05  FILLER                   PIC 9(04) VALUE 0730.
           05  FILLER                   PIC 9(04) VALUE 0730.
           05  FILLER                   PIC 9(04) VALUE 0730.
           05  FILLER                   PIC 9(04) VALUE 0730.
           05  FILLER                   PIC 9(04) VALUE 0365.
           05  FILLER                   PIC 9(04) VALUE 0090.
       01 WS-DEFAULT-DAYS-TBL REDEFINES WS-DEFAULT-DAYS
               OCCURS 8 TIMES.
           05  WS-DD-DAYS               PIC 9(04).
       01 WS-DEFAULT-RETURN-DAYS        PIC 9(04) VALUE 0090.
      *
      * Subscripts Into The File Tables
       01 WS-F-PROPHIST                 PIC 9(01) VALUE 1.
       01 WS-F-CONVHIST                 PIC 9(01) VALUE 2.
       01 WS-F-ORDHIST                  PIC 9(01) VALUE 3.
       01 WS-F-ORDSTAT                  PIC 9(01) VALUE 4.
       01 WS-F-SALESHIST                PIC 9(01) VALUE 5.
       01 WS-F-RTNHIST                  PIC 9(01) VALUE 6.
       01 WS-F-AROPEN                   PIC 9(01) VALUE 7.
       01 WS-F-RUNCTL                   PIC 9(01) VALUE 8.
       01 WS-FILE-SUB                   PIC 9(02) COMP VALUE ZERO.
      *
       01 WS-FILE-STATS-DATA.
           05  WS-FILE-STATS OCCURS 8 TIMES.
               10  WS-FS-DAYS           PIC 9(04).
               10  WS-FS-CUTOFF         PIC 9(08).
               10  WS-FS-BEFORE         PIC 9(07).
               10  WS-FS-ARCHIVED       PIC 9(07).
               10  WS-FS-KEPT           PIC 9(07).
      *
       01 WS-RETURN-DAYS                PIC 9(04) VALUE ZERO.
       01 WS-RETURN-CUTOFF              PIC 9(08) VALUE ZERO.
       01 WS-SALES-KEEP-YEAR            PIC 9(04) VALUE ZERO.
       01 WS-TODAY-INTEGER              PIC 9(08) VALUE ZERO.
      *
      * The Date Being Aged And The Cutoff It Is Aged Against - A
      * Date That Is Not Numeric Is Never Aged, So It Is Kept
       01 WS-RECORD-DATE-X              PIC X(08) VALUE SPACES.
       01 WS-RECORD-DATE REDEFINES WS-RECORD-DATE-X
                                        PIC 9(08).
       01 WS-CHECK-CUTOFF               PIC 9(08) VALUE ZERO.
       01 WS-AGED-SWITCH                PIC X(01) VALUE 'N'.
           88  RECORD-AGED              VALUE 'Y'.
       01 WS-ARCHIVE-SWITCH             PIC X(01) VALUE 'N'.
           88  ARCHIVE-RECORD           VALUE 'Y'.
           88  KEEP-RECORD              VALUE 'N'.
      *
      * Order Status In Order-Number Sequence. Sized Well Past The
      * FAVSHP Table, Since This Run Exists To Bring That File Down.
       01 WS-OS-TABLE-DATA.
           05  WS-OS-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-OS-TABLE OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-OS-TABLE-COUNT
               ASCENDING KEY IS WS-OS-ORDER-NO
               INDEXED BY WS-OS-IDX.
               10  WS-OS-ORDER-NO       PIC X(18).
               10  WS-OS-STATUS         PIC X(01).
               10  WS-OS-SHIP-DATE      PIC X(08).
       01 WS-STATUS-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88  STATUS-FOUND             VALUE 'Y'.
       01 WS-OS-SUB                     PIC 9(06) COMP VALUE ZERO.
      *
      * Every Order On ORDHIST And Whether It Was Archived. ORDHIST
      * Arrives In Order-Number Sequence (FAVORD Appends In
      * Assignment Order), So The Table Builds In Key Sequence.
       01 WS-OH-TABLE-DATA.
           05  WS-OH-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-OH-TABLE OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-OH-TABLE-COUNT
               ASCENDING KEY IS WS-OH-ORDER-NO
               INDEXED BY WS-OH-IDX.
               10  WS-OH-ORDER-NO       PIC X(18).
               10  WS-OH-ARCHIVED-FLAG  PIC X(01).
       01 WS-OH-PREV-ORDER-NO           PIC X(18) VALUE LOW-VALUES.
       01 WS-ORDER-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  ORDER-FOUND              VALUE 'Y'.
       01 WS-ORDER-KEPT-SWITCH          PIC X(01) VALUE 'N'.
           88  ORDER-KEPT               VALUE 'Y'.
       01 WS-SEARCH-ORDER-NO            PIC X(18) VALUE SPACES.
      *
      * Converted Proposal Ids And Whether Their Conversion Was
      * Kept - A Proposal Converted Twice Is Kept If Either Is
       01 WS-CV-TABLE-DATA.
           05  WS-CV-TABLE-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-CV-TABLE OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CV-TABLE-COUNT
               ASCENDING KEY IS WS-CV-PROP-ID
               INDEXED BY WS-CV-IDX.
               10  WS-CV-PROP-ID        PIC X(14).
               10  WS-CV-KEPT-FLAG      PIC X(01).
       01 WS-CONVERTED-SWITCH           PIC X(01) VALUE 'N'.
           88  PROP-CONVERTED           VALUE 'Y'.
       01 WS-CONV-KEPT-SWITCH           PIC X(01) VALUE 'N'.
           88  CONVERSION-KEPT          VALUE 'Y'.
      *
      * Aged Records Kept Because They Are Still Needed
       01 WS-KEEP-PROP-UNEXPIRED        PIC 9(07) VALUE ZERO.
       01 WS-KEEP-PROP-UNCONVERTED      PIC 9(07) VALUE ZERO.
       01 WS-KEEP-PROP-CONVERSION       PIC 9(07) VALUE ZERO.
       01 WS-KEEP-CONV-ORDER            PIC 9(07) VALUE ZERO.
       01 WS-KEEP-ORD-UNSHIPPED         PIC 9(07) VALUE ZERO.
       01 WS-KEEP-ORD-RETURN-WINDOW     PIC 9(07) VALUE ZERO.
       01 WS-KEEP-STAT-ORDER            PIC 9(07) VALUE ZERO.
       01 WS-KEEP-STAT-UNSHIPPED        PIC 9(07) VALUE ZERO.
       01 WS-KEEP-STAT-RETURN-WINDOW    PIC 9(07) VALUE ZERO.
       01 WS-KEEP-SALES-YEAR            PIC 9(07) VALUE ZERO.
       01 WS-KEEP-RTN-ORDER             PIC 9(07) VALUE ZERO.
       01 WS-KEEP-AR-OPEN               PIC 9(07) VALUE ZERO.
      *
       01 WS-TOTAL-BEFORE               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-ARCHIVED             PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-KEPT                 PIC 9(07) VALUE ZERO.
      *
       01  ARC-HEADER-1.
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
       01  ARC-HEADER-2.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(32)
                              VALUE 'HISTORY ARCHIVE AND PURGE REPORT'.
           05  FILLER         PIC X(24) VALUE SPACES.
       01  ARC-HEADER-2B.
           05  FILLER         PIC X(14) VALUE 'RETURN WINDOW '.
           05  ARC-RETURN-DAYS-OUT PIC ZZZ9.
           05  FILLER         PIC X(32)
               VALUE ' DAYS   SALES HISTORY KEPT FROM '.
           05  ARC-SALES-YEAR-OUT  PIC 9(04).
           05  FILLER         PIC X(06) VALUE '/01/01'.
           05  FILLER         PIC X(20) VALUE SPACES.
       01  ARC-HEADER-3.
           05  FILLER         PIC X(12) VALUE 'FILE        '.
           05  FILLER         PIC X(08) VALUE 'RETAIN  '.
           05  FILLER         PIC X(12) VALUE 'CUTOFF      '.
           05  FILLER         PIC X(11) VALUE '   BEFORE  '.
           05  FILLER         PIC X(11) VALUE ' ARCHIVED  '.
           05  FILLER         PIC X(09) VALUE '     KEPT'.
           05  FILLER         PIC X(17) VALUE SPACES.
       01  ARC-HEADER-4.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ALL '-'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE ALL '-'.
           05  FILLER         PIC X(17) VALUE SPACES.
       01  ARC-DETAIL-LINE.
           05  ARC-FILE-OUT   PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ARC-DAYS-OUT   PIC ZZZ9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  ARC-CUTOFF-OUT PIC 9999/99/99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ARC-BEFORE-OUT PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ARC-ARCHIVED-OUT PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  ARC-KEPT-OUT   PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(17) VALUE SPACES.
       01  ARC-TRAILER-1.
           05  FILLER         PIC X(25)
               VALUE 'KEPT PAST RETENTION:'.
           05  FILLER         PIC X(55) VALUE SPACES.
       01  ARC-TRAILER-3.
           05  FILLER         PIC X(11) VALUE 'RUN TOTALS:'.
           05  FILLER         PIC X(69) VALUE SPACES.
       01  ARC-TRAILER-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  ARC-CTL-LABEL  PIC X(30).
           05  FILLER         PIC X(07) VALUE 'COUNT: '.
           05  ARC-CTL-COUNT  PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(29) VALUE SPACES.
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
           SORT STATWK ON ASCENDING KEY STW-ORDER-NO
                INPUT PROCEDURE 140-RELEASE-ORDER-STATUS
                OUTPUT PROCEDURE 150-LOAD-ORDER-STATUS.
           PERFORM 200-ARCHIVE-ORDHIST.
           PERFORM 250-ARCHIVE-ORDSTAT.
           PERFORM 300-ARCHIVE-RTNHIST.
           SORT CONVWK ON ASCENDING KEY CW-PROP-ID
                INPUT PROCEDURE 350-ARCHIVE-CONVHIST
                OUTPUT PROCEDURE 360-LOAD-CONVERSIONS.
           PERFORM 400-ARCHIVE-PROPHIST.
           PERFORM 450-ARCHIVE-SALESHIST.
           PERFORM 500-ARCHIVE-AROPEN.
           PERFORM 550-ARCHIVE-RUNCTL.
           PERFORM 800-WRITE-REPORT.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
      *
       000-HOUSEKEEPING.
      * Initialization Routine - Take The Retention Periods And Work
      * Out Each File's Cutoff Date From Today
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           PERFORM 010-READ-ARCHIVE-PARM.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
                COMPUTE WS-FS-CUTOFF(WS-FILE-SUB) =
                     FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                     - WS-FS-DAYS(WS-FILE-SUB))
           END-PERFORM.
           COMPUTE WS-RETURN-CUTOFF =
                FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                         - WS-RETURN-DAYS).
           COMPUTE WS-SALES-KEEP-YEAR = WS-CURRENT-YEAR - 1.
           OPEN OUTPUT ARCRPT.
           PERFORM 700-WRITE-HEADERS.
       010-READ-ARCHIVE-PARM.
      * The Card Is Optional And Any Blank Field Takes Its Default;
      * A Field That Is Filled In Must Be A Day Count
           INITIALIZE WS-FILE-STATS-DATA.
           MOVE WS-DEFAULT-RETURN-DAYS TO WS-RETURN-DAYS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
                MOVE WS-DD-DAYS(WS-FILE-SUB) TO
                     WS-FS-DAYS(WS-FILE-SUB)
           END-PERFORM.
           OPEN INPUT ARCPARM.
           READ ARCPARM
                AT END MOVE 'Y' TO WS-ARCPARM-EOF
           END-READ.
           IF NOT ARCPARM-EOF
                PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                        UNTIL WS-FILE-SUB > 8
                     IF AP-RETENTION-DAYS(WS-FILE-SUB) NOT = SPACES
                          IF AP-RETENTION-DAYS(WS-FILE-SUB)
                               IS NOT NUMERIC
                               DISPLAY 'FAVARC: ARCPARM RETENTION FOR '
                                    WS-FN-NAME(WS-FILE-SUB)
                                    ' IS INVALID - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          MOVE AP-RETENTION-DAYS(WS-FILE-SUB) TO
                               WS-FS-DAYS(WS-FILE-SUB)
                     END-IF
                END-PERFORM
                IF AP-RETURN-WINDOW-DAYS NOT = SPACES
                     IF AP-RETURN-WINDOW-DAYS IS NOT NUMERIC
                          DISPLAY 'FAVARC: ARCPARM RETURN WINDOW IS '
                               'INVALID - RUN TERMINATED'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                     END-IF
                     MOVE AP-RETURN-WINDOW-DAYS TO WS-RETURN-DAYS
                END-IF
           END-IF.
           CLOSE ARCPARM.
       140-RELEASE-ORDER-STATUS.
           OPEN INPUT ORDSTAT.
           MOVE SPACE TO WS-ORDSTAT-EOF.
           PERFORM UNTIL ORDSTAT-EOF
                READ ORDSTAT
                     AT END MOVE 'Y' TO WS-ORDSTAT-EOF
                     NOT AT END
                          RELEASE STAT-SORT-REC FROM ORDER-STATUS-REC
                END-READ
           END-PERFORM.
           CLOSE ORDSTAT.
       150-LOAD-ORDER-STATUS.
      * Load The Order Status In Order-Number Sequence
           MOVE SPACE TO WS-STATWK-EOF.
           PERFORM UNTIL STATWK-EOF
                RETURN STATWK
                     AT END MOVE 'Y' TO WS-STATWK-EOF
                     NOT AT END
                          IF WS-OS-TABLE-COUNT >= 100000
                               DISPLAY
                              'FAVARC: ORDSTAT EXCEEDS WS-OS-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD 1 TO WS-OS-TABLE-COUNT
                          SET WS-OS-IDX TO WS-OS-TABLE-COUNT
                          MOVE STW-ORDER-NO TO
                               WS-OS-ORDER-NO(WS-OS-IDX)
                          MOVE STW-STATUS TO WS-OS-STATUS(WS-OS-IDX)
                          MOVE STW-SHIP-DATE TO
                               WS-OS-SHIP-DATE(WS-OS-IDX)
                END-RETURN
           END-PERFORM.
       200-ARCHIVE-ORDHIST.
      * An Order Is Aged From The Date In Its Order Number. It Is
      * Archived Only Once It Is Closed - Cancelled, Or Shipped
      * Before The Return Window Opened
           OPEN INPUT ORDHIST.
           OPEN OUTPUT ORDHISTN.
           OPEN EXTEND ORDHISTA.
           MOVE WS-FS-CUTOFF(WS-F-ORDHIST) TO WS-CHECK-CUTOFF.
           MOVE LOW-VALUES TO WS-OH-PREV-ORDER-NO.
           PERFORM UNTIL ORDHIST-EOF
                READ ORDHIST
                     AT END MOVE 'Y' TO WS-ORDHIST-EOF
                     NOT AT END
                          IF WS-OH-TABLE-COUNT >= 100000
                               DISPLAY
                              'FAVARC: ORDHIST EXCEEDS WS-OH-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          IF OH-ORDER-NO < WS-OH-PREV-ORDER-NO
                               DISPLAY 'FAVARC: ORDHIST NOT IN '
                                    'ORDER-NO SEQUENCE - RUN '
                                    'TERMINATED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                          END-IF
                          MOVE OH-ORDER-NO TO WS-OH-PREV-ORDER-NO
                          ADD 1 TO WS-FS-BEFORE(WS-F-ORDHIST)
                          PERFORM 220-DECIDE-ORDER
                          ADD 1 TO WS-OH-TABLE-COUNT
                          SET WS-OH-IDX TO WS-OH-TABLE-COUNT
                          MOVE OH-ORDER-NO TO
                               WS-OH-ORDER-NO(WS-OH-IDX)
                          IF ARCHIVE-RECORD
                               MOVE 'Y' TO
                                    WS-OH-ARCHIVED-FLAG(WS-OH-IDX)
                               WRITE ORDHISTA-REC FROM ORD-HISTORY-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-ORDHIST)
                          ELSE
                               MOVE 'N' TO
                                    WS-OH-ARCHIVED-FLAG(WS-OH-IDX)
                               WRITE ORDHISTN-REC FROM ORD-HISTORY-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-ORDHIST)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE ORDHIST, ORDHISTN, ORDHISTA.
       210-FIND-STATUS.
      * Binary Search The Order Status Table
           MOVE 'N' TO WS-STATUS-FOUND-SWITCH.
           IF WS-OS-TABLE-COUNT > ZERO
                SEARCH ALL WS-OS-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-OS-ORDER-NO(WS-OS-IDX) =
                          WS-SEARCH-ORDER-NO
                          MOVE 'Y' TO WS-STATUS-FOUND-SWITCH
                          SET WS-OS-SUB TO WS-OS-IDX
                END-SEARCH
           END-IF.
       220-DECIDE-ORDER.
           MOVE OH-ORDER-DATE-X TO WS-RECORD-DATE-X.
           PERFORM 900-CHECK-AGED.
           MOVE OH-ORDER-NO TO WS-SEARCH-ORDER-NO.
           PERFORM 210-FIND-STATUS.
           SET KEEP-RECORD TO TRUE.
           EVALUATE TRUE
           WHEN NOT RECORD-AGED
                CONTINUE
           WHEN NOT STATUS-FOUND
                ADD 1 TO WS-KEEP-ORD-UNSHIPPED
           WHEN WS-OS-STATUS(WS-OS-SUB) = 'C'
                SET ARCHIVE-RECORD TO TRUE
           WHEN WS-OS-STATUS(WS-OS-SUB) NOT = 'S'
                ADD 1 TO WS-KEEP-ORD-UNSHIPPED
           WHEN WS-OS-SHIP-DATE(WS-OS-SUB) IS NUMERIC
            AND WS-OS-SHIP-DATE(WS-OS-SUB) >= WS-RETURN-CUTOFF
                ADD 1 TO WS-KEEP-ORD-RETURN-WINDOW
           WHEN OTHER
                SET ARCHIVE-RECORD TO TRUE
           END-EVALUATE.
       250-ARCHIVE-ORDSTAT.
      * A Status Record Goes Only With Its Order, Aged On Its Last
      * Activity. One Whose Order Is Not On ORDHIST At All Is Judged
      * On Its Own Status The Same Way The Orders Were.
           OPEN INPUT ORDSTAT.
           OPEN OUTPUT ORDSTATN.
           OPEN EXTEND ORDSTATA.
           MOVE WS-FS-CUTOFF(WS-F-ORDSTAT) TO WS-CHECK-CUTOFF.
           MOVE SPACE TO WS-ORDSTAT-EOF.
           PERFORM UNTIL ORDSTAT-EOF
                READ ORDSTAT
                     AT END MOVE 'Y' TO WS-ORDSTAT-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-ORDSTAT)
                          PERFORM 260-DECIDE-STATUS
                          IF ARCHIVE-RECORD
                               WRITE ORDSTATA-REC FROM ORDER-STATUS-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-ORDSTAT)
                          ELSE
                               WRITE ORDSTATN-REC FROM ORDER-STATUS-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-ORDSTAT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE ORDSTAT, ORDSTATN, ORDSTATA.
       260-DECIDE-STATUS.
           IF OS-SHIP-DATE IS NUMERIC AND OS-SHIP-DATE > ZERO
                MOVE OS-SHIP-DATE-X TO WS-RECORD-DATE-X
           ELSE
                MOVE OS-ALLOC-DATE-X TO WS-RECORD-DATE-X
           END-IF.
           PERFORM 900-CHECK-AGED.
           MOVE OS-ORDER-NO TO WS-SEARCH-ORDER-NO.
           PERFORM 270-FIND-ORDER.
           SET KEEP-RECORD TO TRUE.
           EVALUATE TRUE
           WHEN ORDER-KEPT
                IF RECORD-AGED
                     ADD 1 TO WS-KEEP-STAT-ORDER
                END-IF
           WHEN NOT RECORD-AGED
                CONTINUE
           WHEN ORDER-FOUND
                SET ARCHIVE-RECORD TO TRUE
           WHEN OS-STATUS = 'C'
                SET ARCHIVE-RECORD TO TRUE
           WHEN OS-STATUS NOT = 'S'
                ADD 1 TO WS-KEEP-STAT-UNSHIPPED
           WHEN OS-SHIP-DATE IS NUMERIC
            AND OS-SHIP-DATE >= WS-RETURN-CUTOFF
                ADD 1 TO WS-KEEP-STAT-RETURN-WINDOW
           WHEN OTHER
                SET ARCHIVE-RECORD TO TRUE
           END-EVALUATE.
       270-FIND-ORDER.
      * Binary Search The Orders For WS-SEARCH-ORDER-NO And Say
      * Whether It Stayed On ORDHIST
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           MOVE 'N' TO WS-ORDER-KEPT-SWITCH.
           IF WS-OH-TABLE-COUNT > ZERO
                SEARCH ALL WS-OH-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-OH-ORDER-NO(WS-OH-IDX) =
                          WS-SEARCH-ORDER-NO
                          MOVE 'Y' TO WS-ORDER-FOUND-SWITCH
                          IF WS-OH-ARCHIVED-FLAG(WS-OH-IDX) = 'N'
                               MOVE 'Y' TO WS-ORDER-KEPT-SWITCH
                          END-IF
                END-SEARCH
           END-IF.
       300-ARCHIVE-RTNHIST.
      * A Return Or Cancellation Credit Stays While Its Order Does
           OPEN INPUT RTNHIST.
           OPEN OUTPUT RTNHISTN.
           OPEN EXTEND RTNHISTA.
           MOVE WS-FS-CUTOFF(WS-F-RTNHIST) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL RTNHIST-EOF
                READ RTNHIST
                     AT END MOVE 'Y' TO WS-RTNHIST-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-RTNHIST)
                          MOVE RH-RETURN-DATE TO WS-RECORD-DATE-X
                          PERFORM 900-CHECK-AGED
                          MOVE RH-ORDER-NO TO WS-SEARCH-ORDER-NO
                          PERFORM 270-FIND-ORDER
                          SET KEEP-RECORD TO TRUE
                          IF RECORD-AGED
                               IF ORDER-KEPT
                                    ADD 1 TO WS-KEEP-RTN-ORDER
                               ELSE
                                    SET ARCHIVE-RECORD TO TRUE
                               END-IF
                          END-IF
                          IF ARCHIVE-RECORD
                               WRITE RTNHISTA-REC FROM RTN-HISTORY-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-RTNHIST)
                          ELSE
                               WRITE RTNHISTN-REC FROM RTN-HISTORY-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-RTNHIST)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE RTNHIST, RTNHISTN, RTNHISTA.
       350-ARCHIVE-CONVHIST.
      * A Conversion Stays While Its Order Does. Each Proposal Id Is
      * Released With Whether Its Conversion Stayed, For The
      * PROPHIST Pass.
           OPEN INPUT CONVHIST.
           OPEN OUTPUT CONVHISTN.
           OPEN EXTEND CONVHISTA.
           MOVE WS-FS-CUTOFF(WS-F-CONVHIST) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL CONVHIST-EOF
                READ CONVHIST
                     AT END MOVE 'Y' TO WS-CONVHIST-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-CONVHIST)
                          MOVE CH-CONV-DATE TO WS-RECORD-DATE-X
                          PERFORM 900-CHECK-AGED
                          MOVE CH-ORDER-NO TO WS-SEARCH-ORDER-NO
                          PERFORM 270-FIND-ORDER
                          SET KEEP-RECORD TO TRUE
                          IF RECORD-AGED
                               IF ORDER-KEPT
                                    ADD 1 TO WS-KEEP-CONV-ORDER
                               ELSE
                                    SET ARCHIVE-RECORD TO TRUE
                               END-IF
                          END-IF
                          MOVE CH-PROP-ID TO CW-PROP-ID
                          IF ARCHIVE-RECORD
                               WRITE CONVHISTA-REC
                                    FROM CONV-HISTORY-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-CONVHIST)
                               MOVE 'N' TO CW-KEPT-FLAG
                          ELSE
                               WRITE CONVHISTN-REC
                                    FROM CONV-HISTORY-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-CONVHIST)
                               MOVE 'Y' TO CW-KEPT-FLAG
                          END-IF
                          RELEASE CONV-SORT-REC
                END-READ
           END-PERFORM.
           CLOSE CONVHIST, CONVHISTN, CONVHISTA.
       360-LOAD-CONVERSIONS.
      * Load The Converted Proposal Ids In Prop-Id Sequence, One
      * Entry Per Proposal
           MOVE SPACE TO WS-CONVWK-EOF.
           PERFORM UNTIL CONVWK-EOF
                RETURN CONVWK
                     AT END MOVE 'Y' TO WS-CONVWK-EOF
                     NOT AT END
                          IF WS-CV-TABLE-COUNT > ZERO
                           AND CW-PROP-ID =
                               WS-CV-PROP-ID(WS-CV-TABLE-COUNT)
                               IF CW-KEPT-FLAG = 'Y'
                                    MOVE 'Y' TO
                                  WS-CV-KEPT-FLAG(WS-CV-TABLE-COUNT)
                               END-IF
                          ELSE
                               IF WS-CV-TABLE-COUNT >= 100000
                                    DISPLAY
                              'FAVARC: CONVHIST EXCEEDS WS-CV-TABLE '
                                'CAPACITY OF 100000 - RUN TERMINATED'
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                               END-IF
                               ADD 1 TO WS-CV-TABLE-COUNT
                               SET WS-CV-IDX TO WS-CV-TABLE-COUNT
                               MOVE CW-PROP-ID TO
                                    WS-CV-PROP-ID(WS-CV-IDX)
                               MOVE CW-KEPT-FLAG TO
                                    WS-CV-KEPT-FLAG(WS-CV-IDX)
                          END-IF
                END-RETURN
           END-PERFORM.
       400-ARCHIVE-PROPHIST.
      * A Proposal Is Aged From Its Issue Date Once Converted, But
      * From Its Expiry Date While Unconverted, So An Expired Quote
      * Stays Available To Re-Quote For The Retention Period
           OPEN INPUT PROPHIST.
           OPEN OUTPUT PROPHISTN.
           OPEN EXTEND PROPHISTA.
           MOVE WS-FS-CUTOFF(WS-F-PROPHIST) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL PROPHIST-EOF
                READ PROPHIST
                     AT END MOVE 'Y' TO WS-PROPHIST-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-PROPHIST)
                          PERFORM 410-FIND-CONVERSION
                          PERFORM 420-DECIDE-PROPOSAL
                          IF ARCHIVE-RECORD
                               WRITE PROPHISTA-REC
                                    FROM PROP-HISTORY-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-PROPHIST)
                          ELSE
                               WRITE PROPHISTN-REC
                                    FROM PROP-HISTORY-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-PROPHIST)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE PROPHIST, PROPHISTN, PROPHISTA.
       410-FIND-CONVERSION.
      * Binary Search The Sorted Conversion Ids
           MOVE 'N' TO WS-CONVERTED-SWITCH.
           MOVE 'N' TO WS-CONV-KEPT-SWITCH.
           IF WS-CV-TABLE-COUNT > ZERO
                SEARCH ALL WS-CV-TABLE
                     AT END
                          CONTINUE
                     WHEN WS-CV-PROP-ID(WS-CV-IDX) = PH-PROP-ID
                          MOVE 'Y' TO WS-CONVERTED-SWITCH
                          MOVE WS-CV-KEPT-FLAG(WS-CV-IDX) TO
                               WS-CONV-KEPT-SWITCH
                END-SEARCH
           END-IF.
       420-DECIDE-PROPOSAL.
           MOVE PH-PROP-DATE TO WS-RECORD-DATE-X.
           PERFORM 900-CHECK-AGED.
           SET KEEP-RECORD TO TRUE.
           EVALUATE TRUE
           WHEN PH-EXPIRY-DATE IS NOT NUMERIC
                CONTINUE
           WHEN PH-EXPIRY-DATE >= WS-CURRENT-DATE
                IF RECORD-AGED
                     ADD 1 TO WS-KEEP-PROP-UNEXPIRED
                END-IF
           WHEN PROP-CONVERTED
                IF RECORD-AGED
                     IF CONVERSION-KEPT
                          ADD 1 TO WS-KEEP-PROP-CONVERSION
                     ELSE
                          SET ARCHIVE-RECORD TO TRUE
                     END-IF
                END-IF
           WHEN RECORD-AGED
                MOVE PH-EXPIRY-DATE TO WS-RECORD-DATE-X
                PERFORM 900-CHECK-AGED
                IF RECORD-AGED
                     SET ARCHIVE-RECORD TO TRUE
                ELSE
                     ADD 1 TO WS-KEEP-PROP-UNCONVERTED
                END-IF
           END-EVALUATE.
       450-ARCHIVE-SALESHIST.
      * FAVSLS Compares This Year With Last, So Both Calendar Years
      * Stay Whatever The Retention Period
           OPEN INPUT SALESHIST.
           OPEN OUTPUT SALESHISTN.
           OPEN EXTEND SALESHISTA.
           MOVE WS-FS-CUTOFF(WS-F-SALESHIST) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL SALESHIST-EOF
                READ SALESHIST
                     AT END MOVE 'Y' TO WS-SALESHIST-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-SALESHIST)
                          MOVE SH-ORDER-DATE TO WS-RECORD-DATE-X
                          PERFORM 900-CHECK-AGED
                          SET KEEP-RECORD TO TRUE
                          IF RECORD-AGED
                               IF SH-ORDER-YEAR >= WS-SALES-KEEP-YEAR
                                    ADD 1 TO WS-KEEP-SALES-YEAR
                               ELSE
                                    SET ARCHIVE-RECORD TO TRUE
                               END-IF
                          END-IF
                          IF ARCHIVE-RECORD
                               WRITE SALESHISTA-REC
                                    FROM SALES-HISTORY-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-SALESHIST)
                          ELSE
                               WRITE SALESHISTN-REC
                                    FROM SALES-HISTORY-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-SALESHIST)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE SALESHIST, SALESHISTN, SALESHISTA.
       500-ARCHIVE-AROPEN.
      * An Item With Any Balance Left - Owed Or In Credit - Stays
           OPEN INPUT AROPEN.
           OPEN OUTPUT AROPENN.
           OPEN EXTEND AROPENA.
           MOVE WS-FS-CUTOFF(WS-F-AROPEN) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL AROPEN-EOF
                READ AROPEN
                     AT END MOVE 'Y' TO WS-AROPEN-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-AROPEN)
                          MOVE AR-INVOICE-DATE TO WS-RECORD-DATE-X
                          PERFORM 900-CHECK-AGED
                          SET KEEP-RECORD TO TRUE
                          IF RECORD-AGED
                               IF AR-OPEN-AMT NOT = ZERO
                                    ADD 1 TO WS-KEEP-AR-OPEN
                               ELSE
                                    SET ARCHIVE-RECORD TO TRUE
                               END-IF
                          END-IF
                          IF ARCHIVE-RECORD
                               WRITE AROPENA-REC FROM AR-OPEN-ITEM-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-AROPEN)
                          ELSE
                               WRITE AROPENN-REC FROM AR-OPEN-ITEM-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-AROPEN)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE AROPEN, AROPENN, AROPENA.
       550-ARCHIVE-RUNCTL.
           OPEN INPUT RUNCTL.
           OPEN OUTPUT RUNCTLN.
           OPEN EXTEND RUNCTLA.
           MOVE WS-FS-CUTOFF(WS-F-RUNCTL) TO WS-CHECK-CUTOFF.
           PERFORM UNTIL RUNCTL-EOF
                READ RUNCTL
                     AT END MOVE 'Y' TO WS-RUNCTL-EOF
                     NOT AT END
                          ADD 1 TO WS-FS-BEFORE(WS-F-RUNCTL)
                          MOVE RL-BUSINESS-DATE TO WS-RECORD-DATE-X
                          PERFORM 900-CHECK-AGED
                          IF RECORD-AGED
                               WRITE RUNCTLA-REC FROM RUN-CONTROL-REC
                               ADD 1 TO WS-FS-ARCHIVED(WS-F-RUNCTL)
                          ELSE
                               WRITE RUNCTLN-REC FROM RUN-CONTROL-REC
                               ADD 1 TO WS-FS-KEPT(WS-F-RUNCTL)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE RUNCTL, RUNCTLN, RUNCTLA.
       600-CLOSE-FILES.
           CLOSE ARCRPT.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE WS-RETURN-DAYS TO ARC-RETURN-DAYS-OUT.
           MOVE WS-SALES-KEEP-YEAR TO ARC-SALES-YEAR-OUT.
           WRITE ARCRPT-REC FROM ARC-HEADER-1.
           WRITE ARCRPT-REC FROM ARC-HEADER-2.
           WRITE ARCRPT-REC FROM ARC-HEADER-2B.
           WRITE ARCRPT-REC FROM BLANK-LINE.
           WRITE ARCRPT-REC FROM ARC-HEADER-3.
           WRITE ARCRPT-REC FROM ARC-HEADER-4.
       800-WRITE-REPORT.
      * One Line Per File, Then The Aged Records Still Held And
      * The Run Totals. Counts Are Displayed For The Operator To
      * Prove Before Copying The New Files Back.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
                MOVE WS-FN-NAME(WS-FILE-SUB) TO ARC-FILE-OUT
                MOVE WS-FS-DAYS(WS-FILE-SUB) TO ARC-DAYS-OUT
                MOVE WS-FS-CUTOFF(WS-FILE-SUB) TO ARC-CUTOFF-OUT
                MOVE WS-FS-BEFORE(WS-FILE-SUB) TO ARC-BEFORE-OUT
                MOVE WS-FS-ARCHIVED(WS-FILE-SUB) TO ARC-ARCHIVED-OUT
                MOVE WS-FS-KEPT(WS-FILE-SUB) TO ARC-KEPT-OUT
                WRITE ARCRPT-REC FROM ARC-DETAIL-LINE
                ADD WS-FS-BEFORE(WS-FILE-SUB) TO WS-TOTAL-BEFORE
                ADD WS-FS-ARCHIVED(WS-FILE-SUB) TO WS-TOTAL-ARCHIVED
                ADD WS-FS-KEPT(WS-FILE-SUB) TO WS-TOTAL-KEPT
                DISPLAY 'FAVARC: ' WS-FN-NAME(WS-FILE-SUB)
                     ' BEFORE ' WS-FS-BEFORE(WS-FILE-SUB)
                     ' ARCHIVED ' WS-FS-ARCHIVED(WS-FILE-SUB)
                     ' KEPT ' WS-FS-KEPT(WS-FILE-SUB)
           END-PERFORM.
           WRITE ARCRPT-REC FROM BLANK-LINE.
           WRITE ARCRPT-REC FROM ARC-TRAILER-1.
           MOVE 'PROPHIST  NOT YET EXPIRED' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-PROP-UNEXPIRED TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'PROPHIST  CONVERSION KEPT' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-PROP-CONVERSION TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'PROPHIST  UNCONVERTED' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-PROP-UNCONVERTED TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'CONVHIST  ORDER STILL ON FILE' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-CONV-ORDER TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'ORDHIST   NOT SHIPPED' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-ORD-UNSHIPPED TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'ORDHIST   IN RETURN WINDOW' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-ORD-RETURN-WINDOW TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'ORDSTAT   ORDER STILL ON FILE' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-STAT-ORDER TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'ORDSTAT   NOT SHIPPED' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-STAT-UNSHIPPED TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'ORDSTAT   IN RETURN WINDOW' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-STAT-RETURN-WINDOW TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'SALESHIST CURRENT/PRIOR YEAR' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-SALES-YEAR TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'RTNHIST   ORDER STILL ON FILE' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-RTN-ORDER TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'AROPEN    BALANCE STILL OPEN' TO ARC-CTL-LABEL.
           MOVE WS-KEEP-AR-OPEN TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           WRITE ARCRPT-REC FROM BLANK-LINE.
           WRITE ARCRPT-REC FROM ARC-TRAILER-3.
           MOVE 'RECORDS READ' TO ARC-CTL-LABEL.
           MOVE WS-TOTAL-BEFORE TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'RECORDS ARCHIVED' TO ARC-CTL-LABEL.
           MOVE WS-TOTAL-ARCHIVED TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
           MOVE 'RECORDS KEPT' TO ARC-CTL-LABEL.
           MOVE WS-TOTAL-KEPT TO ARC-CTL-COUNT.
           WRITE ARCRPT-REC FROM ARC-TRAILER-2.
       900-CHECK-AGED.
      * Aged Means Dated Before The Cutoff For The File In Hand
           MOVE 'N' TO WS-AGED-SWITCH.
           IF WS-RECORD-DATE-X IS NUMERIC
                IF WS-RECORD-DATE < WS-CHECK-CUTOFF
                     MOVE 'Y' TO WS-AGED-SWITCH
                END-IF
           END-IF.
