      * Day-End Run-Sequence Dashboard. Reads The BUSDATE Business
      * Date Control And The RUNCTL Run Completion Log And Prints
      * The DASHRPT Dashboard Proving The Whole Nightly Stream
      * (FAVMNT, FAVRFP, FAVORD, FAVINV, FAVBAL, FAVAGE, FAVFIX,
      * FAVGLJ) Ran Exactly Once, In Order, For The Business Date - With
      * Each Step's Start/End Time, Record Count, And Result. A
      * Missing, Duplicated, Or Out-Of-Order Step Flags The Stream
      * IRREGULAR And Ends With RETURN-CODE 8 So The Morning Crew
           05  FILLER                   PIC X(08) VALUE 'FAVBAL'.
           05  FILLER                   PIC X(08) VALUE 'FAVAGE'.
           05  FILLER                   PIC X(08) VALUE 'FAVFIX'.
           05  FILLER                   PIC X(08) VALUE 'FAVGLJ'.
       01 WS-STREAM-NAMES-TBL REDEFINES WS-STREAM-NAMES
               OCCURS 8 TIMES INDEXED BY WS-SN-IDX.
           05  WS-SN-PROGRAM           PIC X(08).
      *
       01 WS-STREAM-STATUS-DATA.
           05  WS-STREAM-STATUS OCCURS 8 TIMES.
               10  WS-SS-RUN-COUNT      PIC 9(03).
               10  WS-SS-START-TIME     PIC 9(06).
               10  WS-SS-END-TIME       PIC 9(06).
           OPEN INPUT RUNCTL.
           OPEN OUTPUT DASHRPT.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > 8
                MOVE ZERO TO WS-SS-RUN-COUNT(WS-SUB-1)
                MOVE ZERO TO WS-SS-START-TIME(WS-SUB-1)
                MOVE ZERO TO WS-SS-END-TIME(WS-SUB-1)
           IF RL-BUSINESS-DATE = WS-BUSINESS-DATE
                MOVE ZERO TO WS-MATCH-SUB
                PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                     UNTIL WS-SUB-1 > 8
                     IF RL-PROGRAM = WS-SN-PROGRAM(WS-SUB-1)
                          MOVE WS-SUB-1 TO WS-MATCH-SUB
                     END-IF
           END-READ.
       500-WRITE-DASHBOARD.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                UNTIL WS-SUB-1 > 8
                PERFORM 510-WRITE-ONE-STEP
           END-PERFORM.
           WRITE DASHRPT-REC FROM BLANK-LINE.
