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
           05  RA-STATUS           PIC X(2).
           05  CY-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  RL-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05  WS-NOT-CYCLE-DATE   PIC X(1) VALUE 'N'.
               88  NOT-CYCLE-DATE  VALUE 'Y'.
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-RATE-CARD-OK     PIC X(1) VALUE 'N'.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-READ-BUSINESS-DATE.

           OPEN INPUT  CUSTMAST.
           OPEN OUTPUT CYCLTRAN.
           PERFORM 1100-READ-RATE-CARD.
           PERFORM 1900-WRITE-REPORT-HEADINGS.

           IF NOT-CYCLE-DATE
               DISPLAY 'CYCLGEN - BUSINESS DATE ' WS-RUN-DATE
                   ' IS NOT MONTH-END - NO CHARGES GENERATED'
               MOVE 'Y' TO WS-EOF
           END-IF.

           IF NOT END-OF-FILE
               READ CUSTMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

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
               IF BUSD-CALENDAR-SET AND NOT BUSD-MONTH-END
                   MOVE 'Y' TO WS-NOT-CYCLE-DATE
               END-IF
           END-IF.

       1100-READ-RATE-CARD.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           MOVE ZERO TO WS-MONTHLY-RATE.
                       MOVE 'Y' TO WS-RATE-CARD-OK
                       IF RC-CYCLE-DATE NUMERIC
                           MOVE RC-CYCLE-DATE TO WS-CYCLE-DATE
                           MOVE 'N' TO WS-NOT-CYCLE-DATE
                       END-IF
                       IF RC-MONTHLY-RATE NUMERIC
                           MOVE RC-MONTHLY-RATE TO WS-MONTHLY-RATE
               END-IF
           END-IF.

           IF RETURN-CODE = ZERO AND NOT NOT-CYCLE-DATE
              AND WS-BUSINESS-DATE NOT = SPACES
               PERFORM 3200-RECORD-STEP-COMPLETE
           END-IF.

       3100-WRITE-CYCLE-TRAILER.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'T'              TO TRL-RECORD-CODE.
           MOVE WS-CYCLE-COUNT   TO TRL-RECORD-COUNT.
           MOVE WS-CYCLE-AMOUNT  TO TRL-AMOUNT-TOTAL.
           WRITE TRAN-TRAILER-RECORD.

       3200-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'CYCLGEN '       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
