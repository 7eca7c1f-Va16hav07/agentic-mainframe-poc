       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDHSEL.
           SELECT AUDITFILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT FEEDLOG ASSIGN TO FEEDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FL-STATUS.
           SELECT FEEDFILE ASSIGN TO FEEDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FD-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDHIST.
           COPY AUDHREC.

       FD  AUDITFILE.
           COPY AUDITREC.

       FD  CTLFILE.
           COPY FEEDCTL.

       FD  FEEDLOG.
           COPY FEEDLOG.

       FD  FEEDFILE.
           COPY FEEDREC.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       FD  RUNCTL.
           COPY RUNCREC.

       FD  BUSDATE.
           COPY BUSDREC.

       SD  SORTWK.
       01  SORT-RECORD.
           05  SRT-CUST-ID         PIC X(6).
           05  SRT-SEQ             PIC 9(7).
           05  SRT-BEFORE-IMAGE    PIC X(200).
           05  SRT-AFTER-IMAGE     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  AH-STATUS           PIC X(2).
           05  AU-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  FL-STATUS           PIC X(2).
           05  FD-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC X(8).
           05  WS-INPUT-EOF        PIC X(1) VALUE 'N'.
               88  INPUT-EOF       VALUE 'Y'.
           05  WS-SORT-EOF         PIC X(1) VALUE 'N'.
               88  SORT-EOF        VALUE 'Y'.
           05  WS-LOG-EOF          PIC X(1) VALUE 'N'.
               88  LOG-EOF         VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-RESEND-RUN       PIC X(1) VALUE 'N'.
               88  RESEND-RUN      VALUE 'Y'.
           05  WS-LOG-FOUND        PIC X(1) VALUE 'N'.
               88  LOG-ENTRY-FOUND VALUE 'Y'.
           05  WS-FEED-DATE        PIC X(8).
           05  WS-FILE-SEQUENCE    PIC 9(7) VALUE 0.
           05  WS-LAST-SEQUENCE    PIC 9(7) VALUE 0.
           05  WS-RELEASE-SEQ      PIC 9(7) VALUE 0.
           05  WS-IMAGES-READ      PIC 9(7) VALUE 0.
           05  WS-PURGES-SKIPPED   PIC 9(7) VALUE 0.
       01  WS-RUN-CONTROL-AREAS.
           05  RL-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-RUNCTL-EOF       PIC X(1) VALUE 'N'.
               88  RUNCTL-EOF      VALUE 'Y'.
           05  WS-PRED-DONE        PIC X(1) VALUE 'N'.
               88  PRED-STEP-DONE  VALUE 'Y'.
           05  WS-STEP-DONE        PIC X(1) VALUE 'N'.
               88  OWN-STEP-DONE   VALUE 'Y'.
       01  WS-GROUP-AREAS.
           05  WS-GROUP-CUST-ID    PIC X(6).
           05  WS-FIRST-BEFORE.
               10  WS-FIRST-BEFORE-ID  PIC X(6).
               10  FILLER              PIC X(194).
           05  WS-LAST-BEFORE      PIC X(200).
           05  WS-LAST-AFTER       PIC X(200).
       01  WS-FEED-TOTALS.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-NEW-COUNT        PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE 0.
           05  WS-CLOSED-COUNT     PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC S9(11)V99 VALUE 0.
           05  WS-LOG-RECORD-COUNT PIC 9(7) VALUE 0.
           05  WS-LOG-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.
           05  WS-PRINT-TOTAL      PIC -(10)9.99.
       COPY CUSTREC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.

           IF NOT OPEN-FAILED
               SORT SORTWK
                   ON ASCENDING KEY SRT-CUST-ID SRT-SEQ
                   INPUT PROCEDURE 2000-RELEASE-CHANGED-IMAGES
                   OUTPUT PROCEDURE 3000-PRODUCE-CUSTOMER-FEED
           END-IF.

           PERFORM 4000-CLOSE.
           STOP RUN.

       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL-CARD.
           PERFORM 1200-VERIFY-RUN-CONTROL.
           PERFORM 1300-READ-FEED-LOG.

           OPEN OUTPUT FEEDFILE.
           IF FD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEED FILE: ' FD-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF NOT OPEN-FAILED
               PERFORM 1900-WRITE-FEED-HEADER
           END-IF.

       1100-READ-CONTROL-CARD.
           MOVE SPACES TO FDCTL-RESEND-DATE.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF FDCTL-RESEND-DATE NUMERIC
               MOVE 'Y' TO WS-RESEND-RUN
           END-IF.

       1200-VERIFY-RUN-CONTROL.
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
               DISPLAY 'CUSTFEED - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RESEND-RUN
               MOVE FDCTL-RESEND-DATE TO WS-FEED-DATE
               IF WS-FEED-DATE > WS-BUSINESS-DATE
                   DISPLAY 'CUSTFEED - RESEND DATE ' WS-FEED-DATE
                       ' IS AFTER BUSINESS DATE ' WS-BUSINESS-DATE
                       ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-FEED-DATE
               PERFORM 1210-CHECK-STEP-SEQUENCE
           END-IF.

       1210-CHECK-STEP-SEQUENCE.
           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   PERFORM 1220-CHECK-ONE-RUNCTL UNTIL RUNCTL-EOF
                   CLOSE RUNCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF OWN-STEP-DONE
               DISPLAY 'CUSTFEED - STEP ALREADY COMPLETE FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE ' - USE RESEND CARD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'CUSTFEED - PREDECESSOR CUSTUPDT NOT COMPLETE '
                   'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1220-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE
                      AND RUNC-COMPLETE
                       IF RUNC-STEP-NAME = 'CUSTFEED'
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'CUSTUPDT'
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                   END-IF
           END-READ.

       1300-READ-FEED-LOG.
           OPEN INPUT FEEDLOG.
           EVALUATE FL-STATUS
               WHEN '00'
                   PERFORM 1310-READ-ONE-LOG-ENTRY UNTIL LOG-EOF
                   CLOSE FEEDLOG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING FEED LOG FILE: ' FL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF RESEND-RUN
               IF NOT LOG-ENTRY-FOUND
                   DISPLAY 'CUSTFEED - NO FEED WAS SENT FOR BUSINESS '
                       'DATE ' WS-FEED-DATE ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF LOG-ENTRY-FOUND
                   DISPLAY 'CUSTFEED - FEED ALREADY SENT FOR BUSINESS '
                       'DATE ' WS-FEED-DATE ' - USE RESEND CARD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LAST-SEQUENCE GIVING WS-FILE-SEQUENCE
           END-IF.

       1310-READ-ONE-LOG-ENTRY.
           READ FEEDLOG
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
               NOT AT END
                   IF FL-FILE-SEQUENCE > WS-LAST-SEQUENCE
                       MOVE FL-FILE-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
                   IF FL-BUSINESS-DATE = WS-FEED-DATE
                       MOVE 'Y' TO WS-LOG-FOUND
                       MOVE FL-FILE-SEQUENCE TO WS-FILE-SEQUENCE
                       MOVE FL-RECORD-COUNT  TO WS-LOG-RECORD-COUNT
                       MOVE FL-BALANCE-TOTAL TO WS-LOG-BALANCE-TOTAL
                   END-IF
           END-READ.

       1900-WRITE-FEED-HEADER.
           MOVE SPACES TO FEED-HEADER-RECORD.
           MOVE 'H'              TO FDH-RECORD-TYPE.
           MOVE WS-FILE-SEQUENCE TO FDH-FILE-SEQUENCE.
           MOVE WS-FEED-DATE     TO FDH-BUSINESS-DATE.
           MOVE WS-RUN-DATE      TO FDH-CREATE-DATE.
           IF RESEND-RUN
               MOVE 'R' TO FDH-RESEND-IND
           END-IF.
           WRITE FEED-HEADER-RECORD.

           MOVE SPACES TO RPT-RECORD.
           IF RESEND-RUN
               STRING 'CHANGED-CUSTOMER FEED - BUSINESS DATE '
                      WS-FEED-DATE
                      ' FILE SEQUENCE ' WS-FILE-SEQUENCE
                      ' - RESENT FROM AUDIT HISTORY'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
           ELSE
               STRING 'CHANGED-CUSTOMER FEED - BUSINESS DATE '
                      WS-FEED-DATE
                      ' FILE SEQUENCE ' WS-FILE-SEQUENCE
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.

       2000-RELEASE-CHANGED-IMAGES.
           IF RESEND-RUN
               PERFORM 2200-RELEASE-HISTORY-IMAGES
           ELSE
               PERFORM 2100-RELEASE-AUDIT-IMAGES
           END-IF.

       2100-RELEASE-AUDIT-IMAGES.
           OPEN INPUT AUDITFILE.
           IF AU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' AU-STATUS
               MOVE 'Y' TO WS-INPUT-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF NOT INPUT-EOF
               READ AUDITFILE
                   AT END MOVE 'Y' TO WS-INPUT-EOF
               END-READ
           END-IF.

           PERFORM 2110-RELEASE-ONE-AUDIT UNTIL INPUT-EOF.

           IF AU-STATUS = '00' OR AU-STATUS = '10'
               CLOSE AUDITFILE
           END-IF.

       2110-RELEASE-ONE-AUDIT.
           ADD 1 TO WS-IMAGES-READ.
           IF AUD-TRAN-CODE = 'P'
               ADD 1 TO WS-PURGES-SKIPPED
           ELSE
               IF AUDB-CUST-ID = SPACES
                   MOVE AUDA-CUST-ID TO SRT-CUST-ID
               ELSE
                   MOVE AUDB-CUST-ID TO SRT-CUST-ID
               END-IF
               MOVE AUD-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
               MOVE AUD-AFTER-IMAGE  TO SRT-AFTER-IMAGE
               PERFORM 2300-RELEASE-ONE-IMAGE
           END-IF.

           READ AUDITFILE
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.

       2200-RELEASE-HISTORY-IMAGES.
           OPEN INPUT AUDHIST.
           IF AH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT HISTORY FILE: ' AH-STATUS
               MOVE 'Y' TO WS-INPUT-EOF
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF NOT INPUT-EOF
               READ AUDHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-INPUT-EOF
               END-READ
           END-IF.

           PERFORM 2210-RELEASE-ONE-HISTORY UNTIL INPUT-EOF.

           IF AH-STATUS = '00' OR AH-STATUS = '10'
               CLOSE AUDHIST
           END-IF.

       2210-RELEASE-ONE-HISTORY.
           IF AH-TRAN-DATE = WS-FEED-DATE
               ADD 1 TO WS-IMAGES-READ
               IF AH-TRAN-CODE = 'P'
                   ADD 1 TO WS-PURGES-SKIPPED
               ELSE
                   MOVE AH-CUST-ID      TO SRT-CUST-ID
                   MOVE AH-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
                   MOVE AH-AFTER-IMAGE  TO SRT-AFTER-IMAGE
                   PERFORM 2300-RELEASE-ONE-IMAGE
               END-IF
           END-IF.

           READ AUDHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.

       2300-RELEASE-ONE-IMAGE.
           ADD 1 TO WS-RELEASE-SEQ.
           MOVE WS-RELEASE-SEQ TO SRT-SEQ.
           RELEASE SORT-RECORD.

       3000-PRODUCE-CUSTOMER-FEED.
           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

           PERFORM 3100-SUMMARIZE-ONE-CUSTOMER UNTIL SORT-EOF.

       3100-SUMMARIZE-ONE-CUSTOMER.
           MOVE SRT-CUST-ID      TO WS-GROUP-CUST-ID.
           MOVE SRT-BEFORE-IMAGE TO WS-FIRST-BEFORE.

           PERFORM 3200-KEEP-LATEST-IMAGE
               UNTIL SORT-EOF
                  OR SRT-CUST-ID NOT = WS-GROUP-CUST-ID.

           PERFORM 3300-WRITE-FEED-DETAIL.

       3200-KEEP-LATEST-IMAGE.
           MOVE SRT-BEFORE-IMAGE TO WS-LAST-BEFORE.
           MOVE SRT-AFTER-IMAGE  TO WS-LAST-AFTER.

           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       3300-WRITE-FEED-DETAIL.
           MOVE SPACES TO FEED-DETAIL-RECORD.
           MOVE 'D' TO FDD-RECORD-TYPE.

           MOVE WS-LAST-AFTER TO CUST-RECORD.
           IF CM-CUST-ID = SPACES
               MOVE WS-LAST-BEFORE TO CUST-RECORD
               MOVE 'C' TO CM-STATUS-CODE
           END-IF.

           EVALUATE TRUE
               WHEN CM-CLOSED
                   MOVE 'C' TO FDD-ACTION
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-FIRST-BEFORE-ID = SPACES
                   MOVE 'N' TO FDD-ACTION
                   ADD 1 TO WS-NEW-COUNT
               WHEN OTHER
                   MOVE 'U' TO FDD-ACTION
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.

           MOVE CM-CUST-ID         TO FDD-CUST-ID.
           MOVE CM-FIRST-NAME      TO FDD-FIRST-NAME.
           MOVE CM-LAST-NAME       TO FDD-LAST-NAME.
           MOVE CM-ADDRESS         TO FDD-ADDRESS.
           MOVE CM-CITY            TO FDD-CITY.
           MOVE CM-STATE           TO FDD-STATE.
           MOVE CM-ZIP-CODE        TO FDD-ZIP-CODE.
           MOVE CM-ACCOUNT-BALANCE TO FDD-ACCOUNT-BALANCE.
           MOVE CM-STATUS-CODE     TO FDD-STATUS-CODE.
           MOVE CM-LAST-ACTIVITY   TO FDD-LAST-ACTIVITY.
           WRITE FEED-DETAIL-RECORD.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD CM-ACCOUNT-BALANCE TO WS-BALANCE-TOTAL.

       4000-CLOSE.
           IF NOT OPEN-FAILED
               MOVE SPACES TO FEED-TRAILER-RECORD
               MOVE 'T'              TO FDT-RECORD-TYPE
               MOVE WS-FILE-SEQUENCE TO FDT-FILE-SEQUENCE
               MOVE WS-DETAIL-COUNT  TO FDT-RECORD-COUNT
               MOVE WS-BALANCE-TOTAL TO FDT-BALANCE-TOTAL
               WRITE FEED-TRAILER-RECORD
               CLOSE FEEDFILE
               PERFORM 4100-WRITE-FEED-REPORT
               CLOSE RPTFILE
           END-IF.

           DISPLAY 'CUSTFEED - FILE SEQUENCE: ' WS-FILE-SEQUENCE
               ' CUSTOMERS: ' WS-DETAIL-COUNT
               ' NEW: ' WS-NEW-COUNT
               ' CHANGED: ' WS-CHANGED-COUNT
               ' CLOSED: ' WS-CLOSED-COUNT.

           IF OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RESEND-RUN
                   PERFORM 4200-CHECK-RESEND-TOTALS
               ELSE
                   PERFORM 4300-LOG-FEED-SENT
                   IF RETURN-CODE = ZERO
                       PERFORM 4400-RECORD-STEP-COMPLETE
                   END-IF
               END-IF
           END-IF.

       4100-WRITE-FEED-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'AUDIT IMAGES READ: ' WS-IMAGES-READ
                  ' PURGES NOT SENT: ' WS-PURGES-SKIPPED
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CUSTOMERS SENT: ' WS-DETAIL-COUNT
                  ' NEW: ' WS-NEW-COUNT
                  ' CHANGED: ' WS-CHANGED-COUNT
                  ' CLOSED: ' WS-CLOSED-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-BALANCE-TOTAL TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING 'TRAILER BALANCE TOTAL: ' WS-PRINT-TOTAL
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       4200-CHECK-RESEND-TOTALS.
           IF WS-DETAIL-COUNT NOT = WS-LOG-RECORD-COUNT
              OR WS-BALANCE-TOTAL NOT = WS-LOG-BALANCE-TOTAL
               DISPLAY 'WARNING: RESENT FEED DIFFERS FROM ORIGINAL'
               DISPLAY '  RECORD COUNT  - ORIGINAL: '
                   WS-LOG-RECORD-COUNT ' RESENT: ' WS-DETAIL-COUNT
               DISPLAY '  BALANCE TOTAL - ORIGINAL: '
                   WS-LOG-BALANCE-TOTAL ' RESENT: ' WS-BALANCE-TOTAL
               MOVE 4 TO RETURN-CODE
           END-IF.

       4300-LOG-FEED-SENT.
           OPEN EXTEND FEEDLOG.
           IF FL-STATUS = '35'
               OPEN OUTPUT FEEDLOG
           END-IF.
           IF FL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEED LOG FILE: ' FL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-FEED-DATE     TO FL-BUSINESS-DATE
               MOVE WS-FILE-SEQUENCE TO FL-FILE-SEQUENCE
               MOVE WS-DETAIL-COUNT  TO FL-RECORD-COUNT
               MOVE WS-BALANCE-TOTAL TO FL-BALANCE-TOTAL
               WRITE FEED-LOG-RECORD
               CLOSE FEEDLOG
           END-IF.

       4400-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'CUSTFEED'       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
