       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVMNT.
      * Transaction-Driven Maintenance For The Four Master Files.
      * Applies Add/Change/Delete Transactions From MNTTRAN Against
      * PRICEMST, SHIPRATE, ARTMST, And CTRMST, Writes The Updated
      * Masters (PRICEMSTN / SHIPRATEN / ARTMSTN / CTRMSTN) In Key
      * Order, Prints A Before/After Audit Trail On AUDITRPT Showing
      * Who Changed What And When, And Rejects Bad Transactions To
      * The MNTREJ Report.
      *
      * MNTTRAN Layout:
      *    MT-FILE-CODE  PM / SR / AM / CP
      *    MT-ACTION     A / C / D
      *    MT-KEY        PM: TYPE(6)+EFF-DATE(8)  SR: COUNTRY(3)
      *                  AM: ACCT(8)              CP: ACCT(8)+TYPE(6)
      *    MT-DATA       PM: PRICE 9(5)V99        SR: PCT 9V999
      *                  AM: LOYALTY 9V999 + SHIP-TO(3)
      *                      + CREDIT LIMIT 9(7)V99 + HOLD FLAG Y/N
      *                  CP: GRADE U/N/P + START DATE(8) + END
      *                      DATE(8) + PRICE 9(5)V99 - The Grade And
      *                      Start Date Complete The Contract Key;
      *                      A Change Replaces The End Date And Price
      *    MT-USER-ID    Operator Initials / Id
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRICEMST ASSIGN TO PRICEMST.
           SELECT SHIPRATE ASSIGN TO SHIPRATE.
           SELECT ARTMST ASSIGN TO ARTMST.
           SELECT OPTIONAL CTRMST ASSIGN TO CTRMST.
           SELECT PRICEMSTN ASSIGN TO PRICEMSTN.
           SELECT SHIPRATEN ASSIGN TO SHIPRATEN.
           SELECT ARTMSTN ASSIGN TO ARTMSTN.
           SELECT CTRMSTN ASSIGN TO CTRMSTN.
           SELECT AUDITRPT ASSIGN TO AUDITRPT.
           SELECT MNTREJ ASSIGN TO MNTREJ.
           SELECT BUSDATE ASSIGN TO BUSDATE.
                88 MT-PRICE-FILE        VALUE 'PM'.
                88 MT-SHIP-FILE         VALUE 'SR'.
                88 MT-ARTIST-FILE       VALUE 'AM'.
                88 MT-CONTRACT-FILE     VALUE 'CP'.
           05  MT-ACTION                PIC X(01).
                88 MT-ADD               VALUE 'A'.
                88 MT-CHANGE            VALUE 'C'.
           05  MT-KEY-PM REDEFINES MT-KEY.
               10  MT-PM-TYPE           PIC X(06).
               10  MT-PM-EFF-DATE       PIC X(08).
           05  MT-KEY-CP REDEFINES MT-KEY.
               10  MT-CP-ACCT-NO        PIC X(08).
               10  MT-CP-TYPE           PIC X(06).
           05  MT-DATA                  PIC X(30).
           05  MT-DATA-AM REDEFINES MT-DATA.
               10  MT-AM-LOYALTY        PIC X(04).
               10  MT-AM-CREDIT-LIMIT   PIC X(09).
               10  MT-AM-HOLD-FLAG      PIC X(01).
               10  FILLER               PIC X(13).
           05  MT-DATA-CP REDEFINES MT-DATA.
               10  MT-CP-QUALITY        PIC X(01).
               10  MT-CP-START-DATE     PIC X(08).
               10  MT-CP-END-DATE       PIC X(08).
               10  MT-CP-PRICE          PIC X(07).
               10  FILLER               PIC X(06).
           05  MT-USER-ID               PIC X(08).
           05  FILLER                   PIC X(25).
      *
           05  AM-CREDIT-LIMIT          PIC 9(07)V99.
           05  AM-CREDIT-HOLD-FLAG      PIC X(01).
           05  FILLER                   PIC X(05).
      *
      * Artist Contract Price Master - A Fixed Unit Price Negotiated
      * With An Artist For An Instrument Type And Grade, In Force
      * From The Start Date Through The End Date. Keyed By Account,
      * Type, Grade, And Start Date; FAVRFP Prices From It Ahead Of
      * PRICEMST.
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
       FD  PRICEMSTN
           RECORDING MODE IS F
           05  AMN-CREDIT-LIMIT         PIC 9(07)V99.
           05  AMN-CREDIT-HOLD-FLAG     PIC X(01).
           05  FILLER                   PIC X(05).
      *
       FD  CTRMSTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-MASTER-NEW-REC.
       01  CONTRACT-MASTER-NEW-REC.
           05  CPN-ARTIST-ACCT-NO       PIC X(08).
           05  CPN-INSTRUMENT-TYPE      PIC X(06).
           05  CPN-INSTRUMENT-QUALITY   PIC X(01).
           05  CPN-START-DATE           PIC 9(08).
           05  CPN-END-DATE             PIC 9(08).
           05  CPN-UNIT-PRICE           PIC 9(05)V99.
           05  FILLER                   PIC X(02).
      *
       FD  AUDITRPT
           RECORDING MODE IS F
           88  SHIPRATE-EOF            VALUE 'Y'.
       01 WS-ARTMST-EOF                 PIC X(01) VALUE SPACE.
           88  ARTMST-EOF              VALUE 'Y'.
       01 WS-CTRMST-EOF                 PIC X(01) VALUE SPACE.
           88  CTRMST-EOF              VALUE 'Y'.
      *
       01 WS-TXN-SWITCH                 PIC X(01) VALUE 'Y'.
           88  TXN-VALID                VALUE 'Y'.
       01 WS-WORK-PRICE                 PIC 9(05)V99 VALUE ZERO.
       01 WS-WORK-PCT                   PIC 9V999 VALUE ZERO.
       01 WS-WORK-CREDIT-LIMIT          PIC 9(07)V99 VALUE ZERO.
       01 WS-WORK-START-DATE            PIC 9(08) VALUE ZERO.
       01 WS-WORK-END-DATE              PIC 9(08) VALUE ZERO.
      *
      * The Tables Are Sized To Match FAVRFP's (The Masters This
      * Program Writes Are The Ones FAVRFP Loads). The Old Masters
               10  WS-AM-CREDIT-LIMIT     PIC 9(07)V99.
               10  WS-AM-HOLD-FLAG        PIC X(01).
               10  WS-AM-DELETED          PIC X(01).
       01 WS-CP-TABLE-DATA.
           05  WS-CP-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-CP-TABLE OCCURS 5000 TIMES.
               10  WS-CP-ARTIST-ACCT-NO   PIC X(08).
               10  WS-CP-INSTRUMENT-TYPE  PIC X(06).
               10  WS-CP-QUALITY          PIC X(01).
               10  WS-CP-START-DATE       PIC 9(08).
               10  WS-CP-END-DATE         PIC 9(08).
               10  WS-CP-UNIT-PRICE       PIC 9(05)V99.
               10  WS-CP-DELETED          PIC X(01).
      *
       01 WS-SUB-1                      PIC 9(05) COMP VALUE ZERO.
       01 WS-SUB-2                      PIC 9(05) COMP VALUE ZERO.
           05  WS-PM-NEW-DATE           PIC 9(08).
       01 WS-SR-PREV-CODE               PIC X(03) VALUE LOW-VALUES.
       01 WS-AM-PREV-ACCT               PIC X(08) VALUE LOW-VALUES.
       01 WS-CP-PREV-KEY                PIC X(23) VALUE LOW-VALUES.
       01 WS-CP-NEW-KEY.
           05  WS-CP-NEW-ACCT           PIC X(08).
           05  WS-CP-NEW-TYPE           PIC X(06).
           05  WS-CP-NEW-QUALITY        PIC X(01).
           05  WS-CP-NEW-START          PIC 9(08).
      *
       01  AUDIT-HEADER-1.
           05  FILLER         PIC X(05) VALUE 'DATE '.
               10  AUD-MM     PIC 9(02).
               10  FILLER     PIC X(01) VALUE ':'.
               10  AUD-SS     PIC 9(02).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  AUD-KEY-EXT-OUT PIC X(21).
           05  FILLER         PIC X(07) VALUE SPACES.
       01  AUDIT-LINE-2.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'BEFORE: '.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  AM-IMG-HOLD    PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACES.
       01  WS-CP-IMAGE.
           05  FILLER         PIC X(02) VALUE 'P '.
           05  CP-IMG-PRICE   PIC 9(05).99.
           05  FILLER         PIC X(05) VALUE ' END '.
           05  CP-IMG-END     PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACES.
      * The Grade And Start Date Finish The Contract Key On The Audit
       01  WS-CP-KEY-EXT.
           05  FILLER         PIC X(06) VALUE 'GRADE '.
           05  CP-EXT-QUALITY PIC X(01).
           05  FILLER         PIC X(06) VALUE ' FROM '.
           05  CP-EXT-START   PIC X(08).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           OPEN INPUT PRICEMST.
           OPEN INPUT SHIPRATE.
           OPEN INPUT ARTMST.
           OPEN INPUT CTRMST.
           OPEN OUTPUT PRICEMSTN.
           OPEN OUTPUT SHIPRATEN.
           OPEN OUTPUT ARTMSTN.
           OPEN OUTPUT CTRMSTN.
           OPEN OUTPUT AUDITRPT.
           OPEN OUTPUT MNTREJ.
           PERFORM 150-LOAD-PRICE-MASTER.
           PERFORM 155-LOAD-SHIP-RATE-MASTER.
           PERFORM 157-LOAD-ARTIST-MASTER.
           PERFORM 159-LOAD-CONTRACT-MASTER.
           PERFORM 700-WRITE-HEADERS.
           PERFORM 400-READ-MNTTRAN.
       010-CHECK-RUN-CONTROL.
                            WS-AM-DELETED(WS-AM-TABLE-COUNT)
                END-READ
           END-PERFORM.
       159-LOAD-CONTRACT-MASTER.
      * The Contract File Is New, So It May Not Exist Yet - An
      * Empty Table Simply Starts It
           MOVE SPACE TO WS-CTRMST-EOF.
           MOVE LOW-VALUES TO WS-CP-PREV-KEY.
           PERFORM UNTIL CTRMST-EOF
                READ CTRMST
                     AT END MOVE 'Y' TO WS-CTRMST-EOF
                     NOT AT END
                          IF WS-CP-TABLE-COUNT >= 5000
                               DISPLAY
                             'FAVMNT: CTRMST EXCEEDS WS-CP-TABLE '
                                  'CAPACITY OF 5000 - RUN TERMINATED'
                               STOP RUN
                          END-IF
                          IF CONTRACT-MASTER-REC(1:23) NOT >
                                  WS-CP-PREV-KEY
                               DISPLAY 'FAVMNT: CTRMST NOT IN '
                                    'ACCT/TYPE/GRADE/START SEQUENCE '
                                    '- RUN TERMINATED'
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
                          MOVE 'N' TO
                            WS-CP-DELETED(WS-CP-TABLE-COUNT)
                END-READ
           END-PERFORM.
       100-MAIN.
           SET TXN-VALID TO TRUE.
           MOVE SPACES TO WS-TXN-REJECT-REASON.
                PERFORM 220-APPLY-SHIP-TXN
           WHEN MT-ARTIST-FILE
                PERFORM 240-APPLY-ARTIST-TXN
           WHEN MT-CONTRACT-FILE
                PERFORM 260-APPLY-CONTRACT-TXN
           WHEN OTHER
                SET TXN-INVALID TO TRUE
                MOVE 'INVALID FILE CODE' TO WS-TXN-REJECT-REASON
           MOVE 'Y' TO WS-AM-DELETED(WS-MATCH-SUB).
           MOVE '(DELETED)' TO AUD-AFTER-OUT.
           PERFORM 300-WRITE-AUDIT.
      *
       260-APPLY-CONTRACT-TXN.
           IF NOT (MT-ADD OR MT-CHANGE OR MT-DELETE)
                SET TXN-INVALID TO TRUE
                MOVE 'INVALID ACTION CODE' TO WS-TXN-REJECT-REASON
           END-IF.
           IF TXN-VALID AND MT-CP-ACCT-NO = SPACES
                SET TXN-INVALID TO TRUE
                MOVE 'BLANK ARTIST ACCT NO' TO WS-TXN-REJECT-REASON
           END-IF.
           IF TXN-VALID
              AND NOT (MT-CP-TYPE = 'KEYS' OR 'VOCALS' OR 'GUITAR'
                       OR 'BASS' OR 'DRUMS' OR 'PERC')
                SET TXN-INVALID TO TRUE
                MOVE 'INVALID INSTRUMENT TYPE' TO
                     WS-TXN-REJECT-REASON
           END-IF.
           IF TXN-VALID
              AND NOT (MT-CP-QUALITY = 'U' OR 'N' OR 'P')
                SET TXN-INVALID TO TRUE
                MOVE 'INVALID INSTRUMENT GRADE' TO
                     WS-TXN-REJECT-REASON
           END-IF.
           IF TXN-VALID AND MT-CP-START-DATE IS NOT NUMERIC
                SET TXN-INVALID TO TRUE
                MOVE 'INVALID CONTRACT START DATE' TO
                     WS-TXN-REJECT-REASON
           END-IF.
           IF TXN-VALID
                COMPUTE WS-WORK-START-DATE =
                     FUNCTION NUMVAL(MT-CP-START-DATE)
           END-IF.
           IF TXN-VALID AND (MT-ADD OR MT-CHANGE)
                IF MT-CP-END-DATE IS NUMERIC
                     COMPUTE WS-WORK-END-DATE =
                          FUNCTION NUMVAL(MT-CP-END-DATE)
                     IF WS-WORK-END-DATE < WS-WORK-START-DATE
                          SET TXN-INVALID TO TRUE
                          MOVE 'END DATE BEFORE START DATE' TO
                               WS-TXN-REJECT-REASON
                     END-IF
                ELSE
                     SET TXN-INVALID TO TRUE
                     MOVE 'INVALID CONTRACT END DATE' TO
                          WS-TXN-REJECT-REASON
                END-IF
           END-IF.
           IF TXN-VALID AND (MT-ADD OR MT-CHANGE)
                IF MT-CP-PRICE IS NUMERIC
                     COMPUTE WS-WORK-PRICE =
                          FUNCTION NUMVAL(MT-CP-PRICE) / 100
                     IF WS-WORK-PRICE = ZERO
                          SET TXN-INVALID TO TRUE
                          MOVE 'ZERO UNIT PRICE' TO
                               WS-TXN-REJECT-REASON
                     END-IF
                     IF TXN-VALID
                        AND WS-WORK-PRICE > WS-MAX-UNIT-PRICE
                          SET TXN-INVALID TO TRUE
                          MOVE 'UNIT PRICE OVER CAP' TO
                               WS-TXN-REJECT-REASON
                     END-IF
                ELSE
                     SET TXN-INVALID TO TRUE
                     MOVE 'NON-NUMERIC UNIT PRICE' TO
                          WS-TXN-REJECT-REASON
                END-IF
           END-IF.
           IF TXN-VALID AND MT-ADD
                PERFORM 265-EDIT-CONTRACT-ARTIST
           END-IF.
           IF TXN-VALID
                PERFORM 266-FIND-CONTRACT-ENTRY
                EVALUATE TRUE
                WHEN MT-ADD
                     IF KEY-FOUND
                          SET TXN-INVALID TO TRUE
                          MOVE 'DUPLICATE CONTRACT KEY' TO
                               WS-TXN-REJECT-REASON
                     ELSE
                          PERFORM 267-CHECK-CONTRACT-OVERLAP
                          IF TXN-VALID
                               PERFORM 270-ADD-CONTRACT-ENTRY
                          END-IF
                     END-IF
                WHEN MT-CHANGE
                     IF KEY-FOUND
                          PERFORM 267-CHECK-CONTRACT-OVERLAP
                          IF TXN-VALID
                               PERFORM 272-CHANGE-CONTRACT-ENTRY
                          END-IF
                     ELSE
                          SET TXN-INVALID TO TRUE
                          MOVE 'CONTRACT NOT ON FILE' TO
                               WS-TXN-REJECT-REASON
                     END-IF
                WHEN MT-DELETE
                     IF KEY-FOUND
                          PERFORM 274-DELETE-CONTRACT-ENTRY
                     ELSE
                          SET TXN-INVALID TO TRUE
                          MOVE 'CONTRACT NOT ON FILE' TO
                               WS-TXN-REJECT-REASON
                     END-IF
                END-EVALUATE
           END-IF.
       265-EDIT-CONTRACT-ARTIST.
      * A New Contract Must Be For An Account On The Artist Master
      * As It Stands After Any Earlier AM Transactions This Run
           MOVE 'N' TO WS-MATCH-SWITCH.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                UNTIL WS-SUB-2 > WS-AM-TABLE-COUNT OR KEY-FOUND
                IF WS-AM-DELETED(WS-SUB-2) = 'N'
                   AND WS-AM-ARTIST-ACCT-NO(WS-SUB-2) = MT-CP-ACCT-NO
                     MOVE 'Y' TO WS-MATCH-SWITCH
                END-IF
           END-PERFORM.
           IF NOT KEY-FOUND
                SET TXN-INVALID TO TRUE
                MOVE 'ARTIST ACCT NOT ON FILE' TO WS-TXN-REJECT-REASON
           END-IF.
       266-FIND-CONTRACT-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-CP-TABLE-COUNT OR KEY-FOUND
                IF WS-CP-DELETED(WS-SUB-1) = 'N'
                   AND WS-CP-ARTIST-ACCT-NO(WS-SUB-1) = MT-CP-ACCT-NO
                   AND WS-CP-INSTRUMENT-TYPE(WS-SUB-1) = MT-CP-TYPE
                   AND WS-CP-QUALITY(WS-SUB-1) = MT-CP-QUALITY
                   AND WS-CP-START-DATE(WS-SUB-1) =
                        WS-WORK-START-DATE
                     MOVE 'Y' TO WS-MATCH-SWITCH
                     MOVE WS-SUB-1 TO WS-MATCH-SUB
                END-IF
           END-PERFORM.
       267-CHECK-CONTRACT-OVERLAP.
      * Only One Contract May Be In Force For An Artist, Type, And
      * Grade On Any Day, So FAVRFP Never Has Two Prices To Choose
      * From. A Change Is Not Checked Against Its Own Entry.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                UNTIL WS-SUB-2 > WS-CP-TABLE-COUNT OR TXN-INVALID
                IF WS-CP-DELETED(WS-SUB-2) = 'N'
                   AND WS-SUB-2 NOT = WS-MATCH-SUB
                   AND WS-CP-ARTIST-ACCT-NO(WS-SUB-2) = MT-CP-ACCT-NO
                   AND WS-CP-INSTRUMENT-TYPE(WS-SUB-2) = MT-CP-TYPE
                   AND WS-CP-QUALITY(WS-SUB-2) = MT-CP-QUALITY
                   AND WS-CP-START-DATE(WS-SUB-2) <= WS-WORK-END-DATE
                   AND WS-CP-END-DATE(WS-SUB-2) >= WS-WORK-START-DATE
                     SET TXN-INVALID TO TRUE
                     MOVE 'OVERLAPS ANOTHER CONTRACT' TO
                          WS-TXN-REJECT-REASON
                END-IF
           END-PERFORM.
       270-ADD-CONTRACT-ENTRY.
      * Insert At The Key Position So The Table Stays In Sequence
           IF WS-CP-TABLE-COUNT >= 5000
                SET TXN-INVALID TO TRUE
                MOVE 'CONTRACT TABLE FULL' TO WS-TXN-REJECT-REASON
           ELSE
                MOVE MT-CP-ACCT-NO TO WS-CP-NEW-ACCT
                MOVE MT-CP-TYPE TO WS-CP-NEW-TYPE
                MOVE MT-CP-QUALITY TO WS-CP-NEW-QUALITY
                MOVE WS-WORK-START-DATE TO WS-CP-NEW-START
                MOVE 1 TO WS-INS-SUB
                PERFORM UNTIL WS-INS-SUB > WS-CP-TABLE-COUNT
                          OR WS-CP-TABLE(WS-INS-SUB) (1:23) >
                               WS-CP-NEW-KEY
                     ADD 1 TO WS-INS-SUB
                END-PERFORM
                PERFORM VARYING WS-SHIFT-SUB
                     FROM WS-CP-TABLE-COUNT BY -1
                     UNTIL WS-SHIFT-SUB < WS-INS-SUB
                     ADD 1 WS-SHIFT-SUB GIVING WS-SUB-2
                     MOVE WS-CP-TABLE(WS-SHIFT-SUB) TO
                          WS-CP-TABLE(WS-SUB-2)
                END-PERFORM
                ADD 1 TO WS-CP-TABLE-COUNT
                MOVE MT-CP-ACCT-NO TO
                     WS-CP-ARTIST-ACCT-NO(WS-INS-SUB)
                MOVE MT-CP-TYPE TO
                     WS-CP-INSTRUMENT-TYPE(WS-INS-SUB)
                MOVE MT-CP-QUALITY TO
                     WS-CP-QUALITY(WS-INS-SUB)
                MOVE WS-WORK-START-DATE TO
                     WS-CP-START-DATE(WS-INS-SUB)
                MOVE WS-WORK-END-DATE TO
                     WS-CP-END-DATE(WS-INS-SUB)
                MOVE WS-WORK-PRICE TO
                     WS-CP-UNIT-PRICE(WS-INS-SUB)
                MOVE 'N' TO WS-CP-DELETED(WS-INS-SUB)
                MOVE '(NEW)' TO AUD-BEFORE-OUT
                MOVE WS-WORK-PRICE TO CP-IMG-PRICE
                MOVE WS-WORK-END-DATE TO CP-IMG-END
                MOVE WS-CP-IMAGE TO AUD-AFTER-OUT
                PERFORM 300-WRITE-AUDIT
           END-IF.
       272-CHANGE-CONTRACT-ENTRY.
           MOVE WS-CP-UNIT-PRICE(WS-MATCH-SUB) TO CP-IMG-PRICE.
           MOVE WS-CP-END-DATE(WS-MATCH-SUB) TO CP-IMG-END.
           MOVE WS-CP-IMAGE TO AUD-BEFORE-OUT.
           MOVE WS-WORK-PRICE TO WS-CP-UNIT-PRICE(WS-MATCH-SUB).
           MOVE WS-WORK-END-DATE TO WS-CP-END-DATE(WS-MATCH-SUB).
           MOVE WS-WORK-PRICE TO CP-IMG-PRICE.
           MOVE WS-WORK-END-DATE TO CP-IMG-END.
           MOVE WS-CP-IMAGE TO AUD-AFTER-OUT.
           PERFORM 300-WRITE-AUDIT.
       274-DELETE-CONTRACT-ENTRY.
           MOVE WS-CP-UNIT-PRICE(WS-MATCH-SUB) TO CP-IMG-PRICE.
           MOVE WS-CP-END-DATE(WS-MATCH-SUB) TO CP-IMG-END.
           MOVE WS-CP-IMAGE TO AUD-BEFORE-OUT.
           MOVE 'Y' TO WS-CP-DELETED(WS-MATCH-SUB).
           MOVE '(DELETED)' TO AUD-AFTER-OUT.
           PERFORM 300-WRITE-AUDIT.
      *
       300-WRITE-AUDIT.
      * Before/After Audit Trail - Who Changed What And When
           WHEN MT-DELETE MOVE 'DELETE' TO AUD-ACTION-OUT
           END-EVALUATE.
           MOVE MT-KEY TO AUD-KEY-OUT.
           IF MT-CONTRACT-FILE
                MOVE MT-CP-QUALITY TO CP-EXT-QUALITY
                MOVE MT-CP-START-DATE TO CP-EXT-START
                MOVE WS-CP-KEY-EXT TO AUD-KEY-EXT-OUT
           ELSE
                MOVE SPACES TO AUD-KEY-EXT-OUT
           END-IF.
           MOVE MT-USER-ID TO AUD-USER-OUT.
           MOVE WS-CURRENT-HOURS TO AUD-HH.
           MOVE WS-CURRENT-MINUTE TO AUD-MM.
           PERFORM 520-WRITE-PRICE-MASTER.
           PERFORM 540-WRITE-SHIP-MASTER.
           PERFORM 560-WRITE-ARTIST-MASTER.
           PERFORM 580-WRITE-CONTRACT-MASTER.
       520-WRITE-PRICE-MASTER.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-PM-TABLE-COUNT
                     WRITE ARTIST-MASTER-NEW-REC
                END-IF
           END-PERFORM.
       580-WRITE-CONTRACT-MASTER.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > WS-CP-TABLE-COUNT
                IF WS-CP-DELETED(WS-SUB-1) = 'N'
                     MOVE SPACES TO CONTRACT-MASTER-NEW-REC
                     MOVE WS-CP-ARTIST-ACCT-NO(WS-SUB-1) TO
                          CPN-ARTIST-ACCT-NO
                     MOVE WS-CP-INSTRUMENT-TYPE(WS-SUB-1) TO
                          CPN-INSTRUMENT-TYPE
                     MOVE WS-CP-QUALITY(WS-SUB-1) TO
                          CPN-INSTRUMENT-QUALITY
                     MOVE WS-CP-START-DATE(WS-SUB-1) TO
                          CPN-START-DATE
                     MOVE WS-CP-END-DATE(WS-SUB-1) TO
                          CPN-END-DATE
                     MOVE WS-CP-UNIT-PRICE(WS-SUB-1) TO
                          CPN-UNIT-PRICE
                     WRITE CONTRACT-MASTER-NEW-REC
                END-IF
           END-PERFORM.
      *
       600-CLOSE-FILES.
           CLOSE MNTTRAN.
           CLOSE PRICEMST, SHIPRATE, ARTMST, CTRMST.
           CLOSE PRICEMSTN, SHIPRATEN, ARTMSTN, CTRMSTN.
           CLOSE AUDITRPT, MNTREJ.
       700-WRITE-HEADERS.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
