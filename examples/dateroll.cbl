       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT BUSCAL ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BC-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE.
           COPY BUSDREC.

       FD  BUSCAL.
           COPY CALREC.

       FD  RUNCTL.
           COPY RUNCREC.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  BD-STATUS           PIC X(2).
           05  BC-STATUS           PIC X(2).
           05  RL-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-RUNCTL-EOF       PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF      VALUE 'Y'.
           05  WS-ROLL-HELD        PIC X(1) VALUE 'N'.
               88  ROLL-HELD       VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-SKIPPED-DAYS     PIC 9(3) VALUE 0.
           05  WS-ROLL-SKIPPED     PIC 9(3) VALUE 0.
           05  WS-MISSING-COUNT    PIC 9(3) VALUE 0.
       01  WS-DATE-AREAS.
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                   PIC X(8).
           05  WS-CURR-MONTH-END   PIC X(1).
           05  WS-CURR-YEAR-END    PIC X(1).
           05  WS-NEW-DATE         PIC 9(8).
           05  WS-NEW-DATE-X REDEFINES WS-NEW-DATE
                                   PIC X(8).
           05  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
               10  WS-NEW-YYYY     PIC 9(4).
               10  WS-NEW-MM       PIC 9(2).
               10  WS-NEW-DD       PIC 9(2).
           05  WS-NEW-MONTH-END    PIC X(1).
           05  WS-NEW-YEAR-END     PIC X(1).
       01  WS-STEP-TABLE-VALUES.
           05  FILLER              PIC X(8) VALUE 'TRANMRG '.
           05  FILLER              PIC X(8) VALUE 'TRANEDIT'.
           05  FILLER              PIC X(8) VALUE 'CUSTUPDT'.
           05  FILLER              PIC X(8) VALUE 'AUDARCH '.
           05  FILLER              PIC X(8) VALUE 'BALTRIAL'.
           05  FILLER              PIC X(8) VALUE 'CUSTFEED'.
           05  FILLER              PIC X(8) VALUE 'DELQCYC '.
           05  FILLER              PIC X(8) VALUE 'STMTGEN '.
           05  FILLER              PIC X(8) VALUE 'CYCLGEN '.
           05  FILLER              PIC X(8) VALUE 'YEARSUM '.
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-NAME        PIC X(8) OCCURS 10.
       01  WS-STEP-STATUS.
           05  WS-STEP-COUNT       PIC 9(2) VALUE 7.
           05  WS-STEP-IX          PIC 9(2).
       01  WS-STEP-FLAGS.
           05  WS-STEP-DONE-FLAG   PIC X(1) OCCURS 10.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT        PIC 9(4) VALUE 0.
           05  WS-CAL-IX           PIC 9(4).
           05  WS-CAL-ENTRY OCCURS 1000.
               10  WS-CAL-DATE     PIC X(8).
               10  WS-CAL-TYPE     PIC X(1).
           05  WS-CAL-EOF          PIC X(1) VALUE 'N'.
               88  CAL-EOF         VALUE 'Y'.
       01  WS-CALENDAR-WORK.
           05  WS-CAL-TEST-DATE    PIC 9(8).
           05  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE
                                   PIC X(8).
           05  WS-CAL-TEST-PARTS REDEFINES WS-CAL-TEST-DATE.
               10  WS-CAL-TEST-YYYY PIC 9(4).
               10  WS-CAL-TEST-MM   PIC 9(2).
               10  WS-CAL-TEST-DD   PIC 9(2).
           05  WS-CAL-DAY-INT      PIC 9(7).
           05  WS-CAL-WEEKS        PIC 9(7).
           05  WS-CAL-WEEKDAY      PIC 9(1).
           05  WS-CAL-BUSINESS-DAY PIC X(1).
               88  IS-BUSINESS-DAY VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF NOT OPEN-FAILED
               PERFORM 2000-CHECK-STEPS-COMPLETE
           END-IF.
           IF NOT OPEN-FAILED AND NOT ROLL-HELD
               PERFORM 2500-ROLL-BUSINESS-DATE
           END-IF.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT RPTFILE.
           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1100-READ-BUSINESS-DATE.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1900-WRITE-REPORT-HEADINGS.

       1100-READ-BUSINESS-DATE.
           MOVE SPACES TO BUSD-RECORD.
           OPEN INPUT BUSDATE.
           IF BD-STATUS = '00'
               READ BUSDATE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE
           END-IF.

           IF BUSD-BUSINESS-DATE NUMERIC
               MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'DATEROLL - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF BUSD-CALENDAR-SET
               MOVE BUSD-MONTH-END-IND TO WS-CURR-MONTH-END
               MOVE BUSD-YEAR-END-IND  TO WS-CURR-YEAR-END
           ELSE
               MOVE SPACE TO WS-CURR-MONTH-END
               MOVE SPACE TO WS-CURR-YEAR-END
           END-IF.

       1200-LOAD-CALENDAR.
           OPEN INPUT BUSCAL.
           EVALUATE BC-STATUS
               WHEN '00'
                   PERFORM 1210-LOAD-ONE-CALENDAR-DAY UNTIL CAL-EOF
                   CLOSE BUSCAL
               WHEN '35'
                   DISPLAY 'DATEROLL - NO BUSINESS CALENDAR - '
                       'WEEKENDS ONLY ARE SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING BUSINESS CALENDAR: '
                       BC-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1210-LOAD-ONE-CALENDAR-DAY.
           READ BUSCAL
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF CAL-HOLIDAY OR CAL-WORKDAY
                       IF WS-CAL-COUNT < 1000
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE (WS-CAL-COUNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-TYPE (WS-CAL-COUNT)
                       ELSE
                           DISPLAY 'CALENDAR TABLE FULL - IGNORED: '
                               CAL-DATE
                       END-IF
                   END-IF
           END-READ.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'BUSINESS DATE ROLL - CURRENT BUSINESS DATE '
                  WS-BUSINESS-DATE-X
                  ' CALENDAR ENTRIES: ' WS-CAL-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-CHECK-STEPS-COMPLETE.
           MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
           PERFORM 2300-NEXT-BUSINESS-DAY.
           MOVE WS-CAL-TEST-DATE TO WS-NEW-DATE.

           IF WS-CURR-MONTH-END = SPACE
               IF WS-NEW-DATE-X (1:6) NOT = WS-BUSINESS-DATE-X (1:6)
                   MOVE 'Y' TO WS-CURR-MONTH-END
               ELSE
                   MOVE 'N' TO WS-CURR-MONTH-END
               END-IF
           END-IF.

           IF WS-CURR-YEAR-END = SPACE
               IF WS-NEW-DATE-X (1:4) NOT = WS-BUSINESS-DATE-X (1:4)
                   MOVE 'Y' TO WS-CURR-YEAR-END
               ELSE
                   MOVE 'N' TO WS-CURR-YEAR-END
               END-IF
           END-IF.

           IF WS-CURR-MONTH-END = 'Y'
               MOVE 9 TO WS-STEP-COUNT
           END-IF.

           IF WS-CURR-YEAR-END = 'Y'
               MOVE 10 TO WS-STEP-COUNT
           END-IF.

           MOVE ALL 'N' TO WS-STEP-FLAGS.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   PERFORM 2010-CHECK-ONE-RUNCTL UNTIL RUNCTL-EOF
                   CLOSE RUNCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM 2100-REPORT-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT.

           IF WS-MISSING-COUNT > 0
               MOVE 'Y' TO WS-ROLL-HELD
           END-IF.

       2010-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE-X
                      AND RUNC-COMPLETE
                       PERFORM 2020-MARK-ONE-STEP
                           VARYING WS-STEP-IX FROM 1 BY 1
                           UNTIL WS-STEP-IX > WS-STEP-COUNT
                   END-IF
           END-READ.

       2020-MARK-ONE-STEP.
           IF RUNC-STEP-NAME = WS-STEP-NAME (WS-STEP-IX)
               MOVE 'Y' TO WS-STEP-DONE-FLAG (WS-STEP-IX)
           END-IF.

       2100-REPORT-ONE-STEP.
           MOVE SPACES TO RPT-RECORD.
           IF WS-STEP-DONE-FLAG (WS-STEP-IX) = 'Y'
               STRING '  STEP ' WS-STEP-NAME (WS-STEP-IX)
                      ' COMPLETE'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
           ELSE
               STRING '  STEP ' WS-STEP-NAME (WS-STEP-IX)
                      ' NOT COMPLETE'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               DISPLAY 'DATEROLL - STEP ' WS-STEP-NAME (WS-STEP-IX)
                   ' NOT COMPLETE FOR BUSINESS DATE '
                   WS-BUSINESS-DATE-X
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
           WRITE RPT-RECORD.

       2300-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-CAL-BUSINESS-DAY.
           PERFORM 2310-ADD-ONE-CALENDAR-DAY
               UNTIL IS-BUSINESS-DAY.

       2310-ADD-ONE-CALENDAR-DAY.
           COMPUTE WS-CAL-TEST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE) + 1).
           PERFORM 2400-CHECK-BUSINESS-DAY.
           IF NOT IS-BUSINESS-DAY
               ADD 1 TO WS-SKIPPED-DAYS
           END-IF.

       2400-CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE).
           DIVIDE WS-CAL-DAY-INT BY 7
               GIVING WS-CAL-WEEKS
               REMAINDER WS-CAL-WEEKDAY.

           IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
               MOVE 'N' TO WS-CAL-BUSINESS-DAY
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS-DAY
           END-IF.

           PERFORM 2410-CHECK-ONE-CALENDAR-DAY
               VARYING WS-CAL-IX FROM 1 BY 1
               UNTIL WS-CAL-IX > WS-CAL-COUNT.

       2410-CHECK-ONE-CALENDAR-DAY.
           IF WS-CAL-DATE (WS-CAL-IX) = WS-CAL-TEST-DATE-X
               IF WS-CAL-TYPE (WS-CAL-IX) = 'H'
                   MOVE 'N' TO WS-CAL-BUSINESS-DAY
               ELSE
                   MOVE 'Y' TO WS-CAL-BUSINESS-DAY
               END-IF
           END-IF.

       2500-ROLL-BUSINESS-DATE.
           MOVE ZERO TO WS-SKIPPED-DAYS.
           MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
           PERFORM 2300-NEXT-BUSINESS-DAY.
           MOVE WS-CAL-TEST-DATE TO WS-NEW-DATE.
           MOVE WS-SKIPPED-DAYS TO WS-ROLL-SKIPPED.

           PERFORM 2300-NEXT-BUSINESS-DAY.
           MOVE WS-ROLL-SKIPPED TO WS-SKIPPED-DAYS.
           IF WS-CAL-TEST-MM NOT = WS-NEW-MM
               MOVE 'Y' TO WS-NEW-MONTH-END
           ELSE
               MOVE 'N' TO WS-NEW-MONTH-END
           END-IF.
           IF WS-CAL-TEST-YYYY NOT = WS-NEW-YYYY
               MOVE 'Y' TO WS-NEW-YEAR-END
           ELSE
               MOVE 'N' TO WS-NEW-YEAR-END
           END-IF.

           PERFORM 2700-WRITE-BUSINESS-DATE.
           IF RETURN-CODE = ZERO
               PERFORM 2600-RECORD-STEP-COMPLETE
           END-IF.

       2600-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE-X TO RUNC-RUN-DATE
               MOVE 'DATEROLL'         TO RUNC-STEP-NAME
               MOVE 'C'                TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.

       2700-WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSDATE.
           IF BD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BUSINESS DATE FILE: ' BD-STATUS
               DISPLAY 'DATEROLL - BUSINESS DATE NOT ADVANCED - '
                   'KEY BUSDATE ' WS-NEW-DATE-X ' BY HAND'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES           TO BUSD-RECORD
               MOVE WS-NEW-DATE-X    TO BUSD-BUSINESS-DATE
               MOVE WS-NEW-MONTH-END TO BUSD-MONTH-END-IND
               MOVE WS-NEW-YEAR-END  TO BUSD-YEAR-END-IND
               WRITE BUSD-RECORD
               CLOSE BUSDATE

               MOVE SPACES TO RPT-RECORD
               STRING 'BUSINESS DATE ADVANCED FROM '
                      WS-BUSINESS-DATE-X ' TO ' WS-NEW-DATE-X
                      ' NON-BUSINESS DAYS SKIPPED: ' WS-SKIPPED-DAYS
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD

               MOVE SPACES TO RPT-RECORD
               STRING 'NEW BUSINESS DATE MONTH-END: '
                      WS-NEW-MONTH-END
                      ' YEAR-END: ' WS-NEW-YEAR-END
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       3000-CLOSE.
           IF ROLL-HELD
               MOVE SPACES TO RPT-RECORD
               STRING 'BUSINESS DATE NOT ADVANCED - '
                      WS-MISSING-COUNT ' STEPS NOT COMPLETE FOR '
                      WS-BUSINESS-DATE-X
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY 'DATEROLL - BUSINESS DATE NOT ADVANCED - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
           END-IF.

           IF OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE RPTFILE
           END-IF.

           IF RETURN-CODE = ZERO
               DISPLAY 'DATEROLL - BUSINESS DATE ADVANCED FROM '
                   WS-BUSINESS-DATE-X ' TO ' WS-NEW-DATE-X
           END-IF.
