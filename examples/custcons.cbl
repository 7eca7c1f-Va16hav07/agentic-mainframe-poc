       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TR-STATUS.
           SELECT PARTCTL ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PC-STATUS.
           SELECT PARTSUM ASSIGN TO PARTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PM-STATUS.
           SELECT AUDPIN ASSIGN TO AUDPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-STATUS.
           SELECT SUSPIN ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SP-STATUS.
           SELECT AUDITFILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
           SELECT TRSUSP ASSIGN TO TRSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SU-STATUS.
           SELECT STATSFILE ASSIGN TO STATSFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ST-STATUS.
           SELECT RGNLRPT ASSIGN TO RGNLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RG-STATUS.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RL-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE.
           COPY TRANREC.
           COPY TRANXREC.

       FD  PARTCTL.
           COPY PARTREC.

       FD  PARTSUM.
           COPY PSUMREC.

       FD  AUDPIN.
       01  AUDPIN-RECORD           PIC X(410).

       FD  SUSPIN.
       01  SUSPIN-RECORD           PIC X(25).

       FD  AUDITFILE.
           COPY AUDITREC.

       FD  TRSUSP.
           COPY SUSPREC.

       FD  STATSFILE.
           COPY STATREC.

       FD  RGNLRPT.
       01  RGNL-RECORD             PIC X(132).

       FD  RUNCTL.
           COPY RUNCREC.

       FD  BUSDATE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TR-STATUS           PIC X(2).
           05  PC-STATUS           PIC X(2).
           05  PM-STATUS           PIC X(2).
           05  AP-STATUS           PIC X(2).
           05  SP-STATUS           PIC X(2).
           05  AU-STATUS           PIC X(2).
           05  SU-STATUS           PIC X(2).
           05  ST-STATUS           PIC X(2).
           05  RG-STATUS           PIC X(2).
           05  WS-RUN-DATE         PIC X(8).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-CARD-ERROR       PIC X(1) VALUE 'N'.
               88  CARD-ERROR      VALUE 'Y'.
           05  WS-SUMMARY-ERROR    PIC X(1) VALUE 'N'.
               88  SUMMARY-ERROR   VALUE 'Y'.
           05  WS-FOUND-IX         PIC 9(2).
           05  WS-AUDIT-COUNT      PIC 9(7) VALUE 0.
           05  WS-SUSP-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUMMARY-COUNT    PIC 9(2) VALUE 0.
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
           05  WS-PART-STEP-NAME   PIC X(8) VALUE 'CUSTUP00'.
           05  WS-PART-STEP-PARTS REDEFINES WS-PART-STEP-NAME.
               10  FILLER          PIC X(6).
               10  WS-PART-STEP-ID PIC X(2).
       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT       PIC 9(2) VALUE 0.
           05  WS-PART-IX          PIC 9(2).
           05  WS-PART-ENTRY OCCURS 9.
               10  WS-PART-ID          PIC X(2).
               10  WS-PART-STEP-FLAG   PIC X(1).
                   88  PART-STEP-DONE  VALUE 'Y'.
               10  WS-PART-SUM-FLAG    PIC X(1).
                   88  PART-SUM-SEEN   VALUE 'Y'.
       01  WS-REGION-WORK.
           05  WS-REGION-IX        PIC 9(1).
           05  WS-PRINT-RGN-AMOUNT PIC -(9)9.99.
       01  WS-REGION-TOTALS.
           05  WS-REGION-ENTRY OCCURS 6.
               10  RGN-NAME            PIC X(8).
               10  RGN-TRAN-COUNT      PIC 9(7).
               10  RGN-POSTED-COUNT    PIC 9(7).
               10  RGN-POSTED-AMOUNT   PIC S9(9)V99.
               10  RGN-REJECT-COUNT    PIC 9(7).
               10  RGN-HOLD-COUNT      PIC 9(7).
       01  WS-CONTROL-TOTAL-AREAS.
           05  WS-TRAN-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-AMOUNT-TOTAL          PIC S9(9)V99 VALUE 0.
           05  WS-RECORD-COUNT          PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT           PIC 9(7) VALUE 0.
           05  WS-HOLD-COUNT            PIC 9(7) VALUE 0.
           05  WS-TRAILER-RECORD-COUNT  PIC 9(7) VALUE 0.
           05  WS-TRAILER-AMOUNT-TOTAL  PIC S9(9)V99 VALUE 0.
           05  WS-TRAILER-SEEN          PIC X(1) VALUE 'N'.
               88  TRAILER-WAS-SEEN     VALUE 'Y'.
           05  WS-CONTROL-TOTALS-BAD    PIC X(1) VALUE 'N'.
               88  CONTROL-TOTALS-BAD   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-COPY-AUDIT-RECORDS UNTIL END-OF-FILE.
           MOVE 'N' TO WS-EOF.
           PERFORM 2100-COPY-SUSPENSE-RECORDS UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-LOAD-PARTITIONS.
           PERFORM 1200-VERIFY-RUN-CONTROL.
           PERFORM 1300-READ-TRANEDIT-TRAILER.
           PERFORM 1400-LOAD-PARTITION-SUMMARIES.

           OPEN INPUT  AUDPIN.
           OPEN INPUT  SUSPIN.
           OPEN OUTPUT AUDITFILE.
           OPEN OUTPUT TRSUSP.

           IF AP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION AUDIT FILE: ' AP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION SUSPENSE FILE: '
                   SP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF AU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT FILE: ' AU-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SU-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AUDPIN
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       1100-LOAD-PARTITIONS.
           OPEN INPUT PARTCTL.
           IF PC-STATUS = '00'
               PERFORM 1110-LOAD-ONE-PARTITION UNTIL END-OF-FILE
               CLOSE PARTCTL
           ELSE
               DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                   PC-STATUS
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF.
           MOVE 'N' TO WS-EOF.

           IF WS-PART-COUNT = ZERO
               DISPLAY 'CUSTCONS - NO PARTITIONS DEFINED'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF.

           IF CARD-ERROR
               DISPLAY 'CUSTCONS - PARTITION CONTROL FILE IN ERROR - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE '00' TO WS-PART-ID (WS-PART-COUNT).
           MOVE 'N'  TO WS-PART-STEP-FLAG (WS-PART-COUNT).
           MOVE 'N'  TO WS-PART-SUM-FLAG (WS-PART-COUNT).

       1110-LOAD-ONE-PARTITION.
           READ PARTCTL
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-PART-COUNT >= 8
                      OR PC-PARTITION-ID NOT NUMERIC
                      OR PC-PARTITION-ID = '00'
                       DISPLAY 'INVALID PARTITION CARD: '
                           PC-PARTITION-ID
                       MOVE 'Y' TO WS-CARD-ERROR
                   ELSE
                       ADD 1 TO WS-PART-COUNT
                       MOVE PC-PARTITION-ID
                           TO WS-PART-ID (WS-PART-COUNT)
                       MOVE 'N' TO WS-PART-STEP-FLAG (WS-PART-COUNT)
                       MOVE 'N' TO WS-PART-SUM-FLAG (WS-PART-COUNT)
                   END-IF
           END-READ.

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
               DISPLAY 'CUSTCONS - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RUNCTL.
           EVALUATE RL-STATUS
               WHEN '00'
                   PERFORM 1210-CHECK-ONE-RUNCTL UNTIL RUNCTL-EOF
                   CLOSE RUNCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF OWN-STEP-DONE
               DISPLAY 'CUSTCONS - CUSTUPDT ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'CUSTCONS - PREDECESSOR TRANSPLT NOT COMPLETE '
                   'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1220-CHECK-ONE-PARTITION-STEP
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT.

           IF CARD-ERROR
               DISPLAY 'CUSTCONS - PARTITION UPDATES NOT COMPLETE FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-CHECK-ONE-RUNCTL.
           READ RUNCTL
               AT END
                   MOVE 'Y' TO WS-RUNCTL-EOF
               NOT AT END
                   IF RUNC-RUN-DATE = WS-BUSINESS-DATE
                      AND RUNC-COMPLETE
                       IF RUNC-STEP-NAME = 'CUSTUPDT'
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'TRANSPLT'
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                       PERFORM 1215-MARK-PARTITION-STEP
                           VARYING WS-PART-IX FROM 1 BY 1
                           UNTIL WS-PART-IX > WS-PART-COUNT
                   END-IF
           END-READ.

       1215-MARK-PARTITION-STEP.
           MOVE WS-PART-ID (WS-PART-IX) TO WS-PART-STEP-ID.
           IF RUNC-STEP-NAME = WS-PART-STEP-NAME
               MOVE 'Y' TO WS-PART-STEP-FLAG (WS-PART-IX)
           END-IF.

       1220-CHECK-ONE-PARTITION-STEP.
           IF NOT PART-STEP-DONE (WS-PART-IX)
               MOVE WS-PART-ID (WS-PART-IX) TO WS-PART-STEP-ID
               DISPLAY 'CUSTCONS - STEP ' WS-PART-STEP-NAME
                   ' NOT COMPLETE'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF.

       1300-READ-TRANEDIT-TRAILER.
           OPEN INPUT TRANFILE.
           IF TR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1310-READ-ONE-TRAN UNTIL END-OF-FILE.
           CLOSE TRANFILE.
           MOVE 'N' TO WS-EOF.

       1310-READ-ONE-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-TRAILER-TRAN
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE TRL-RECORD-COUNT
                           TO WS-TRAILER-RECORD-COUNT
                       MOVE TRL-AMOUNT-TOTAL
                           TO WS-TRAILER-AMOUNT-TOTAL
                       MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.

       1400-LOAD-PARTITION-SUMMARIES.
           PERFORM 1950-INIT-REGION-TABLE.

           OPEN INPUT PARTSUM.
           IF PM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTITION SUMMARY FILE: '
                   PM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1410-READ-ONE-SUMMARY UNTIL END-OF-FILE.
           CLOSE PARTSUM.
           MOVE 'N' TO WS-EOF.

           PERFORM 1440-CHECK-ONE-PARTITION-SUM
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT.

           IF SUMMARY-ERROR
               DISPLAY 'CUSTCONS - PARTITION SUMMARIES INCOMPLETE - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1410-READ-ONE-SUMMARY.
           READ PARTSUM
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM 1420-APPLY-ONE-SUMMARY
           END-READ.

       1420-APPLY-ONE-SUMMARY.
           MOVE ZERO TO WS-FOUND-IX.
           PERFORM 1425-FIND-ONE-PARTITION
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
                  OR WS-FOUND-IX NOT = ZERO.

           EVALUATE TRUE
               WHEN PS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY 'PARTITION ' PS-PARTITION-ID
                       ' SUMMARY IS FOR BUSINESS DATE '
                       PS-BUSINESS-DATE
                   MOVE 'Y' TO WS-SUMMARY-ERROR
               WHEN WS-FOUND-IX = ZERO
                   DISPLAY 'PARTITION ' PS-PARTITION-ID
                       ' NOT ON PARTITION CONTROL FILE'
                   MOVE 'Y' TO WS-SUMMARY-ERROR
               WHEN PART-SUM-SEEN (WS-FOUND-IX)
                   DISPLAY 'PARTITION ' PS-PARTITION-ID
                       ' SUMMARY DUPLICATED'
                   MOVE 'Y' TO WS-SUMMARY-ERROR
               WHEN OTHER
                   MOVE 'Y' TO WS-PART-SUM-FLAG (WS-FOUND-IX)
                   ADD 1 TO WS-SUMMARY-COUNT
                   ADD PS-TRAN-COUNT   TO WS-TRAN-READ-COUNT
                   ADD PS-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL
                   ADD PS-POSTED-COUNT TO WS-RECORD-COUNT
                   ADD PS-ERROR-COUNT  TO WS-ERROR-COUNT
                   ADD PS-HOLD-COUNT   TO WS-HOLD-COUNT
                   PERFORM 1430-ADD-ONE-REGION-SUMMARY
                       VARYING WS-REGION-IX FROM 1 BY 1
                       UNTIL WS-REGION-IX > 6
           END-EVALUATE.

       1425-FIND-ONE-PARTITION.
           IF WS-PART-ID (WS-PART-IX) = PS-PARTITION-ID
               MOVE WS-PART-IX TO WS-FOUND-IX
           END-IF.

       1430-ADD-ONE-REGION-SUMMARY.
           ADD PS-RGN-TRAN-COUNT (WS-REGION-IX)
               TO RGN-TRAN-COUNT (WS-REGION-IX).
           ADD PS-RGN-POSTED-COUNT (WS-REGION-IX)
               TO RGN-POSTED-COUNT (WS-REGION-IX).
           ADD PS-RGN-POSTED-AMOUNT (WS-REGION-IX)
               TO RGN-POSTED-AMOUNT (WS-REGION-IX).
           ADD PS-RGN-REJECT-COUNT (WS-REGION-IX)
               TO RGN-REJECT-COUNT (WS-REGION-IX).
           ADD PS-RGN-HOLD-COUNT (WS-REGION-IX)
               TO RGN-HOLD-COUNT (WS-REGION-IX).

       1440-CHECK-ONE-PARTITION-SUM.
           IF NOT PART-SUM-SEEN (WS-PART-IX)
               DISPLAY 'PARTITION ' WS-PART-ID (WS-PART-IX)
                   ' SUMMARY MISSING'
               MOVE 'Y' TO WS-SUMMARY-ERROR
           END-IF.

       1950-INIT-REGION-TABLE.
           INITIALIZE WS-REGION-TOTALS.
           MOVE 'EAST    ' TO RGN-NAME (1).
           MOVE 'WEST    ' TO RGN-NAME (2).
           MOVE 'CENTRAL ' TO RGN-NAME (3).
           MOVE 'LOCKBOX ' TO RGN-NAME (4).
           MOVE 'REPAIRED' TO RGN-NAME (5).
           MOVE 'OTHER   ' TO RGN-NAME (6).

       2000-COPY-AUDIT-RECORDS.
           WRITE AUDIT-RECORD FROM AUDPIN-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.
           READ AUDPIN
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       2100-COPY-SUSPENSE-RECORDS.
           READ SUSPIN
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   WRITE SUSP-RECORD FROM SUSPIN-RECORD
                   ADD 1 TO WS-SUSP-COUNT
           END-READ.

       3000-CLOSE.
           CLOSE AUDPIN.
           CLOSE SUSPIN.
           CLOSE AUDITFILE.
           CLOSE TRSUSP.

           PERFORM 3100-CHECK-CONTROL-TOTALS.

           OPEN OUTPUT RGNLRPT.
           IF RG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REGIONAL REPORT FILE: ' RG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3250-WRITE-REGIONAL-REPORT
               CLOSE RGNLRPT
           END-IF.

           PERFORM 3200-WRITE-RUN-STATISTICS.

           DISPLAY 'CUSTCONS - PARTITIONS: ' WS-SUMMARY-COUNT
               ' AUDIT RECORDS: ' WS-AUDIT-COUNT
               ' SUSPENSE RECORDS: ' WS-SUSP-COUNT.

           IF CONTROL-TOTALS-BAD
               PERFORM 3150-ABEND-CONTROL-TOTALS
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM 3300-RECORD-STEP-COMPLETE
           END-IF.

       3100-CHECK-CONTROL-TOTALS.
           IF NOT TRAILER-WAS-SEEN
               MOVE 'Y' TO WS-CONTROL-TOTALS-BAD
           ELSE
               IF WS-TRAILER-RECORD-COUNT NOT = WS-TRAN-READ-COUNT
                  OR WS-TRAILER-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
                   MOVE 'Y' TO WS-CONTROL-TOTALS-BAD
               END-IF
           END-IF.

       3150-ABEND-CONTROL-TOTALS.
           DISPLAY 'ABEND - PARTITION TOTALS DO NOT AGREE WITH '
               'TRANFILE CONTROL TOTALS'.
           IF NOT TRAILER-WAS-SEEN
               DISPLAY '  NO TRAILER RECORD WAS FOUND ON TRANFILE'
           END-IF.
           DISPLAY '  RECORD COUNT - TRAILER: '
               WS-TRAILER-RECORD-COUNT ' PARTITIONS: '
               WS-TRAN-READ-COUNT.
           DISPLAY '  AMOUNT TOTAL  - TRAILER: '
               WS-TRAILER-AMOUNT-TOTAL ' PARTITIONS: '
               WS-AMOUNT-TOTAL.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3200-WRITE-RUN-STATISTICS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN EXTEND STATSFILE.
           IF ST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STATISTICS FILE: ' ST-STATUS
           ELSE
               MOVE WS-RUN-DATE     TO STAT-RUN-DATE
               MOVE WS-RECORD-COUNT TO STAT-RECORDS-PROCESSED
               MOVE WS-ERROR-COUNT  TO STAT-RECORDS-IN-ERROR
               WRITE STATS-RECORD
               CLOSE STATSFILE
           END-IF.

       3250-WRITE-REGIONAL-REPORT.
           MOVE SPACES TO RGNL-RECORD.
           STRING 'REGIONAL ACTIVITY REPORT - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  ' - ALL PARTITIONS'
               DELIMITED BY SIZE
               INTO RGNL-RECORD.
           WRITE RGNL-RECORD.

           MOVE SPACES TO RGNL-RECORD.
           STRING 'REGION   ' 'TRANS   ' 'POSTED  '
                  'POSTED-AMOUNT  ' 'REJECTS ' 'HELD'
               DELIMITED BY SIZE
               INTO RGNL-RECORD.
           WRITE RGNL-RECORD.

           PERFORM 3260-WRITE-ONE-REGION-LINE
               VARYING WS-REGION-IX FROM 1 BY 1
               UNTIL WS-REGION-IX > 6.

       3260-WRITE-ONE-REGION-LINE.
           MOVE RGN-POSTED-AMOUNT (WS-REGION-IX)
               TO WS-PRINT-RGN-AMOUNT.
           MOVE SPACES TO RGNL-RECORD.
           STRING RGN-NAME (WS-REGION-IX) ' '
                  RGN-TRAN-COUNT (WS-REGION-IX) ' '
                  RGN-POSTED-COUNT (WS-REGION-IX) ' '
                  WS-PRINT-RGN-AMOUNT ' '
                  RGN-REJECT-COUNT (WS-REGION-IX) ' '
                  RGN-HOLD-COUNT (WS-REGION-IX)
               DELIMITED BY SIZE
               INTO RGNL-RECORD.
           WRITE RGNL-RECORD.

       3300-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'CUSTUPDT'       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
