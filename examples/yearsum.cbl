           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       FD  BUSDATE.
           COPY BUSDREC.

       FD  RUNCTL.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  AH-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  RL-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05  WS-HIST-EOF         PIC X(1) VALUE 'N'.
               88  HIST-EOF        VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               10  WS-DATE-YYYY    PIC X(4).
               10  FILLER          PIC X(4).
       01  WS-IMAGE-WORK.
           05  WS-IMAGE            PIC X(200).
           05  WS-IMAGE-DETAIL REDEFINES WS-IMAGE.
               10  FILLER          PIC X(138).
               10  WS-IMAGE-BALANCE PIC S9(7)V99.
               10  FILLER          PIC X(53).
       01  WS-DELTA-AREAS.
           05  WS-BEFORE-BALANCE   PIC S9(7)V99.
           05  WS-AFTER-BALANCE    PIC S9(7)V99.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-READ-BUSINESS-DATE.
           PERFORM 1100-READ-YEAR-CARD.

           OPEN INPUT CUSTMAST.
           OPEN INPUT AUDHIST.
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

           IF NOT HIST-EOF
               CLOSE CTLFILE
           END-IF.

           DIVIDE WS-RUN-DATE BY 10000
               GIVING WS-RUN-YEAR
               REMAINDER WS-YEAR-REMAINDER.

           EVALUATE TRUE
               WHEN YCTL-REPORT-YEAR NUMERIC
                   MOVE YCTL-REPORT-YEAR TO WS-REPORT-YEAR
               WHEN BUSD-YEAR-END
                   MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               WHEN BUSD-CALENDAR-SET
                   DISPLAY 'YEARSUM - BUSINESS DATE ' WS-RUN-DATE
                       ' IS NOT YEAR-END - NO SUMMARY PRODUCED'
                   STOP RUN
               WHEN OTHER
                   SUBTRACT 1 FROM WS-RUN-YEAR
                   MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
           END-EVALUATE.

       1050-READ-BUSINESS-DATE.
           MOVE SPACES TO BUSD-RECORD.
           OPEN INPUT BUSDATE.
           IF BD-STATUS = '00'
               READ BUSDATE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE
           END-IF.

           IF BUSD-BUSINESS-DATE NUMERIC
               MOVE BUSD-BUSINESS-DATE TO WS-RUN-DATE
               MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE SPACES TO BUSD-RECORD
           END-IF.

       1900-WRITE-REPORT-HEADINGS.

           IF OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BUSINESS-DATE NOT = SPACES
                   PERFORM 3100-RECORD-STEP-COMPLETE
               END-IF
           END-IF.

       3100-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'YEARSUM '       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
