      *                                + EXPIRED + NEW CREDIT HOLDS
      *    3. PROPOSAL DOLLARS       = PROPCSV TOTAL-COST SUM
      *    4. ORDER DOLLARS          = ORDIFACE TOTAL SUM
      *    5. CREDIT DOLLARS (RTNTOT FROM FAVRTN) = CRMEMO SUM OF
      *       RETURN ('CRM') MEMOS
      *    6. CANCEL DOLLARS (CANTOT FROM FAVCAN) = CRMEMO SUM OF
      *       CANCELLATION ('CAN') MEMOS
      * Prints The BALRPT Balancing Report And Ends With RETURN-CODE
      * 8 When Anything Is Out Of Balance So The Scheduler Holds The
      * Downstream Jobs. The Returns And Cancellation Legs Are
      * Optional - A Day With No FAVRTN Or FAVCAN Run Balances On
      * Zeroes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFPCTL ASSIGN TO RFPCTL.
           SELECT ORDTOT ASSIGN TO ORDTOT.
           SELECT OPTIONAL RTNTOT ASSIGN TO RTNTOT.
           SELECT OPTIONAL CANTOT ASSIGN TO CANTOT.
           SELECT OPTIONAL CRMEMO ASSIGN TO CRMEMO.
           SELECT PROPCSV ASSIGN TO PROPCSV
               ORGANIZATION IS LINE SEQUENTIAL.
           05  RT-CREDIT-COUNT          PIC 9(05).
           05  RT-CREDIT-TOTAL          PIC 9(09)V99.
           05  FILLER                   PIC X(14).
      *
      * Cancellation Control Totals Written By The FAVCAN Run
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
       FD  CRMEMO
           RECORDING MODE IS F
       01 WS-EXPECTED-CREDIT-TOTAL      PIC 9(09)V99 VALUE ZERO.
       01 WS-CRMEMO-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-CRMEMO-TOTAL-SUM           PIC 9(09)V99 VALUE ZERO.
       01 WS-EXPECTED-CANCEL-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-EXPECTED-CANCEL-TOTAL      PIC 9(09)V99 VALUE ZERO.
       01 WS-CANMEMO-COUNT              PIC 9(05) VALUE ZERO.
       01 WS-CANMEMO-TOTAL-SUM          PIC 9(09)V99 VALUE ZERO.
      *
      * Fields Unstrung From One PROPCSV Row - Layout Matches
      * 905-BUILD-CSV-PREFIX In FAVRFP
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                           PIC 9(08).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
           OPEN INPUT RFPCTL.
           OPEN INPUT ORDTOT.
           OPEN INPUT RTNTOT.
           OPEN INPUT CANTOT.
           OPEN INPUT PROPCSV.
           OPEN INPUT ORDIFACE.
           OPEN INPUT CRMEMO.
                     MOVE RT-CREDIT-COUNT TO WS-EXPECTED-CREDIT-COUNT
                     MOVE RT-CREDIT-TOTAL TO WS-EXPECTED-CREDIT-TOTAL
           END-READ.
      * No FAVCAN Run Today Means No Cancellation Credits Expected -
      * FAVCAN Does Not Run Every Day, And A Control Record From An
      * Earlier Run Belongs To A Day Already Balanced
           READ CANTOT
                AT END
                     MOVE ZERO TO WS-EXPECTED-CANCEL-COUNT
                     MOVE ZERO TO WS-EXPECTED-CANCEL-TOTAL
                NOT AT END
                     IF CT-RUN-DATE = WS-CURRENT-DATE-NUM
                          MOVE CT-CANCEL-COUNT TO
                               WS-EXPECTED-CANCEL-COUNT
                          MOVE CT-CREDIT-TOTAL TO
                               WS-EXPECTED-CANCEL-TOTAL
                     ELSE
                          MOVE ZERO TO WS-EXPECTED-CANCEL-COUNT
                          MOVE ZERO TO WS-EXPECTED-CANCEL-TOTAL
                     END-IF
           END-READ.
       200-COUNT-PROPCSV.
      * Recount The Actual CSV Extract And Sum Its Total Column
           PERFORM UNTIL PROPCSV-EOF
                END-READ
           END-PERFORM.
       260-SUM-CRMEMO.
      * Recount The Actual Credit Memo File And Sum Its Credits,
      * Cancellation Memos Apart From Return Memos
           PERFORM UNTIL CRMEMO-EOF
                READ CRMEMO
                     AT END MOVE 'Y' TO WS-CRMEMO-EOF
                     NOT AT END
                          IF CM-CREDIT-MEMO-NO(1:3) = 'CAN'
                               ADD 1 TO WS-CANMEMO-COUNT
                               ADD CM-CREDIT-AMT TO
                                    WS-CANMEMO-TOTAL-SUM
                          ELSE
                               ADD 1 TO WS-CRMEMO-COUNT
                               ADD CM-CREDIT-AMT TO
                                    WS-CRMEMO-TOTAL-SUM
                          END-IF
                END-READ
           END-PERFORM.
       300-PROVE-BALANCES.
                SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE BALRPT-REC FROM BAL-AMT-LINE.
      *
           MOVE 'CANCEL $ VS CAN $:    ' TO BAL-AMT-LABEL.
           MOVE WS-EXPECTED-CANCEL-TOTAL TO BAL-EXPECTED-AMT.
           MOVE WS-CANMEMO-TOTAL-SUM TO BAL-ACTUAL-AMT.
           IF WS-EXPECTED-CANCEL-TOTAL = WS-CANMEMO-TOTAL-SUM
             AND WS-EXPECTED-CANCEL-COUNT = WS-CANMEMO-COUNT
                MOVE 'IN BALANCE' TO BAL-AMT-STATUS
           ELSE
                MOVE 'OUT OF BALANCE' TO BAL-AMT-STATUS
                SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE BALRPT-REC FROM BAL-AMT-LINE.
      *
           WRITE BALRPT-REC FROM BLANK-LINE.
           IF RUN-IN-BALANCE
           END-IF.
           WRITE BALRPT-REC FROM BAL-RESULT-LINE.
       600-CLOSE-FILES.
           CLOSE RFPCTL, ORDTOT, RTNTOT, CANTOT.
           CLOSE PROPCSV, ORDIFACE, CRMEMO.
           CLOSE BALRPT.
