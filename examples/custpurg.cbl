       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CLOSSEL.
           SELECT AUDITFILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  CLOSARCH.
           COPY CLOSREC.

       FD  AUDITFILE.
           COPY AUDITREC.

       FD  CTLFILE.
           COPY PURGCTL.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       FD  RUNCTL.
           COPY RUNCREC.

       FD  BUSDATE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  CA-STATUS           PIC X(2).
           05  AU-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-NO-CUTOFF        PIC X(1) VALUE 'N'.
               88  NO-CUTOFF       VALUE 'Y'.
           05  WS-ARCHIVED         PIC X(1) VALUE 'N'.
               88  ACCOUNT-ARCHIVED VALUE 'Y'.
           05  WS-RETENTION-DAYS   PIC 9(4).
           05  WS-CUT-DATE         PIC 9(8).
           05  WS-CUTOFF-DATE      PIC 9(8).
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                   PIC X(8).
       01  WS-RUN-CONTROL-AREAS.
           05  RL-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-RUNCTL-EOF       PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF      VALUE 'Y'.
           05  WS-PRED-DONE        PIC X(1) VALUE 'N'.
               88  PRED-STEP-DONE  VALUE 'Y'.
           05  WS-SUCC-DONE        PIC X(1) VALUE 'N'.
               88  SUCC-STEP-DONE  VALUE 'Y'.
           05  WS-STEP-DONE        PIC X(1) VALUE 'N'.
               88  OWN-STEP-DONE   VALUE 'Y'.
       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-PURGE-COUNT      PIC 9(7) VALUE 0.
           05  WS-RETAINED-COUNT   PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PURGE-CLOSED-ACCOUNTS.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-VERIFY-RUN-CONTROL.
           PERFORM 1200-READ-CONTROL-CARD.

           OPEN I-O CUSTMAST.
           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN I-O CLOSARCH.
           IF CA-STATUS = '35'
               OPEN OUTPUT CLOSARCH
           END-IF.
           IF CA-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLOSED ACCOUNT ARCHIVE: '
                   CA-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN EXTEND AUDITFILE.
           IF AU-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' AU-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF OPEN-FAILED OR NO-CUTOFF
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

       1100-VERIFY-RUN-CONTROL.
           MOVE SPACES TO BUSD-BUSINESS-DATE.
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
               DISPLAY 'CUSTPURG - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   PERFORM 1110-CHECK-ONE-RUNCTL UNTIL RUNCTL-EOF
                   CLOSE RUNCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF OWN-STEP-DONE
               DISPLAY 'CUSTPURG - STEP ALREADY COMPLETE FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'CUSTPURG - PREDECESSOR CUSTUPDT NOT COMPLETE '
                   'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SUCC-STEP-DONE
               DISPLAY 'CUSTPURG - AUDARCH ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - PURGE MUST RUN BEFORE AUDARCH - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE
                      AND RUNC-COMPLETE
                       IF RUNC-STEP-NAME = 'CUSTPURG'
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'CUSTUPDT'
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'AUDARCH '
                           MOVE 'Y' TO WS-SUCC-DONE
                       END-IF
                   END-IF
           END-READ.

       1200-READ-CONTROL-CARD.
           MOVE ZERO TO PGCTL-RETENTION-DAYS.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF PGCTL-RETENTION-DAYS NUMERIC
              AND PGCTL-RETENTION-DAYS > ZERO
               MOVE PGCTL-RETENTION-DAYS TO WS-RETENTION-DAYS
               MOVE WS-BUSINESS-DATE TO WS-CUT-DATE
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-CUT-DATE)
                       - WS-RETENTION-DAYS)
           ELSE
               DISPLAY 'CUSTPURG - NO RETENTION PERIOD ON CONTROL '
                   'CARD - NO ACCOUNTS PURGED'
               MOVE ZERO TO WS-RETENTION-DAYS
               MOVE ZERO TO WS-CUTOFF-DATE
               MOVE 'Y' TO WS-NO-CUTOFF
           END-IF.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'CLOSED ACCOUNT PURGE - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  ' RETENTION DAYS: ' WS-RETENTION-DAYS
                  ' CLOSED BEFORE: ' WS-CUTOFF-DATE-X
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUST-ID' ' ' 'LAST-NAME                     '
                  ' ' 'FIRST-NAME          ' ' ' 'ST' ' '
                  'LAST-ACT' ' ' 'ACTION'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2000-PURGE-CLOSED-ACCOUNTS.
           IF NOT END-OF-FILE
               READ CUSTMAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

           PERFORM 2100-EVALUATE-ONE-CUSTOMER UNTIL END-OF-FILE.

       2100-EVALUATE-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.

           IF CM-CLOSED
              AND CM-ACCOUNT-BALANCE = ZERO
              AND CM-LAST-ACTIVITY < WS-CUTOFF-DATE-X
               PERFORM 2200-ARCHIVE-ONE-ACCOUNT
               IF ACCOUNT-ARCHIVED
                   PERFORM 2300-DELETE-ONE-ACCOUNT
               END-IF
           ELSE
               IF CM-CLOSED
                   ADD 1 TO WS-RETAINED-COUNT
               END-IF
           END-IF.

           READ CUSTMAST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2200-ARCHIVE-ONE-ACCOUNT.
           MOVE 'N' TO WS-ARCHIVED.
           MOVE CM-CUST-ID       TO CA-CUST-ID.
           MOVE CM-LAST-NAME     TO CA-LAST-NAME.
           MOVE WS-BUSINESS-DATE TO CA-PURGE-DATE.
           MOVE CUST-RECORD      TO CA-CUST-IMAGE.

           WRITE CLOS-RECORD
               INVALID KEY
                   PERFORM 2210-REPLACE-ARCHIVE-ENTRY
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVED
           END-WRITE.

       2210-REPLACE-ARCHIVE-ENTRY.
           REWRITE CLOS-RECORD
               INVALID KEY
                   DISPLAY 'ERROR ARCHIVING CUSTOMER: ' CM-CUST-ID
                       ' STATUS: ' CA-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVED
           END-REWRITE.

       2300-DELETE-ONE-ACCOUNT.
           MOVE CUST-RECORD TO AUD-BEFORE-IMAGE.

           DELETE CUSTMAST
               INVALID KEY
                   DISPLAY 'ERROR PURGING CUSTOMER: ' CM-CUST-ID
                       ' STATUS: ' CM-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 2310-REMOVE-ARCHIVE-ENTRY
               NOT INVALID KEY
                   MOVE SPACES           TO AUD-AFTER-IMAGE
                   MOVE 'P'              TO AUD-TRAN-CODE
                   MOVE WS-BUSINESS-DATE TO AUD-TRAN-DATE
                   MOVE SPACE            TO AUD-ORIGIN
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-PURGE-COUNT
                   PERFORM 2900-WRITE-PURGE-LINE
           END-DELETE.

       2310-REMOVE-ARCHIVE-ENTRY.
           DELETE CLOSARCH
               INVALID KEY
                   DISPLAY 'ERROR REMOVING ARCHIVE ENTRY FOR: '
                       CA-CUST-ID
           END-DELETE.

       2900-WRITE-PURGE-LINE.
           MOVE SPACES TO RPT-RECORD.
           STRING AUDB-CUST-ID ' ' AUDB-LAST-NAME ' '
                  AUDB-FIRST-NAME ' ' AUDB-STATE ' '
                  AUDB-LAST-ACTIVITY ' ' 'PURGED'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       3000-CLOSE.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'ACCOUNTS READ: ' WS-READ-COUNT
                  ' PURGED: ' WS-PURGE-COUNT
                  ' CLOSED RETAINED: ' WS-RETAINED-COUNT
                  ' ERRORS: ' WS-ERROR-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           CLOSE CUSTMAST.
           CLOSE CLOSARCH.
           CLOSE AUDITFILE.
           CLOSE RPTFILE.

           DISPLAY 'CUSTPURG - ACCOUNTS PURGED: ' WS-PURGE-COUNT
               ' ERRORS: ' WS-ERROR-COUNT.

           EVALUATE TRUE
               WHEN OPEN-FAILED
                   DISPLAY 'CUSTPURG - RUN ABORTED - NO ACCOUNTS PURGED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3100-RECORD-STEP-COMPLETE
                   IF NO-CUTOFF
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

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
               MOVE 'CUSTPURG'       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
