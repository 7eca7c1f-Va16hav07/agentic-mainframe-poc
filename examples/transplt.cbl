       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPLT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TR-STATUS.
           SELECT PARTCTL ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PC-STATUS.
           SELECT TRANP1 ASSIGN TO TRANP1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P1-STATUS.
           SELECT TRANP2 ASSIGN TO TRANP2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P2-STATUS.
           SELECT TRANP3 ASSIGN TO TRANP3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P3-STATUS.
           SELECT TRANP4 ASSIGN TO TRANP4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P4-STATUS.
           SELECT TRANP5 ASSIGN TO TRANP5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P5-STATUS.
           SELECT TRANP6 ASSIGN TO TRANP6
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P6-STATUS.
           SELECT TRANP7 ASSIGN TO TRANP7
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P7-STATUS.
           SELECT TRANP8 ASSIGN TO TRANP8
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P8-STATUS.
           SELECT TRANPX ASSIGN TO TRANPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PX-STATUS.
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
       FD  TRANFILE.
           COPY TRANREC.
           COPY TRANXREC.

       FD  PARTCTL.
           COPY PARTREC.

       FD  TRANP1.
       01  P1-RECORD               PIC X(166).
       01  P1-TRAILER-RECORD       PIC X(24).

       FD  TRANP2.
       01  P2-RECORD               PIC X(166).
       01  P2-TRAILER-RECORD       PIC X(24).

       FD  TRANP3.
       01  P3-RECORD               PIC X(166).
       01  P3-TRAILER-RECORD       PIC X(24).

       FD  TRANP4.
       01  P4-RECORD               PIC X(166).
       01  P4-TRAILER-RECORD       PIC X(24).

       FD  TRANP5.
       01  P5-RECORD               PIC X(166).
       01  P5-TRAILER-RECORD       PIC X(24).

       FD  TRANP6.
       01  P6-RECORD               PIC X(166).
       01  P6-TRAILER-RECORD       PIC X(24).

       FD  TRANP7.
       01  P7-RECORD               PIC X(166).
       01  P7-TRAILER-RECORD       PIC X(24).

       FD  TRANP8.
       01  P8-RECORD               PIC X(166).
       01  P8-TRAILER-RECORD       PIC X(24).

       FD  TRANPX.
       01  PX-RECORD               PIC X(166).
       01  PX-TRAILER-RECORD       PIC X(24).

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       FD  RUNCTL.
           COPY RUNCREC.

       FD  BUSDATE.
           COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TR-STATUS           PIC X(2).
           05  PC-STATUS           PIC X(2).
           05  P1-STATUS           PIC X(2).
           05  P2-STATUS           PIC X(2).
           05  P3-STATUS           PIC X(2).
           05  P4-STATUS           PIC X(2).
           05  P5-STATUS           PIC X(2).
           05  P6-STATUS           PIC X(2).
           05  P7-STATUS           PIC X(2).
           05  P8-STATUS           PIC X(2).
           05  PX-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-OUT-STATUS       PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  WS-PC-EOF           PIC X(1) VALUE 'N'.
               88  PARTCTL-EOF     VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-CARD-ERROR       PIC X(1) VALUE 'N'.
               88  CARD-ERROR      VALUE 'Y'.
           05  WS-FIND-CUST-ID     PIC X(6).
           05  WS-FOUND-IX         PIC 9(2).
           05  WS-TO-IX            PIC 9(2).
           05  WS-OUT-IX           PIC 9(2).
           05  WS-UNASSIGNED-COUNT PIC 9(7) VALUE 0.
           05  WS-CROSS-COUNT      PIC 9(7) VALUE 0.
           05  WS-PRINT-AMOUNT     PIC -(9)9.99.
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
           05  WS-SUCC-DONE        PIC X(1) VALUE 'N'.
               88  SUCC-STEP-DONE  VALUE 'Y'.
       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT       PIC 9(2) VALUE 0.
           05  WS-PART-IX          PIC 9(2).
           05  WS-PART-ENTRY OCCURS 9.
               10  WS-PART-ID          PIC X(2).
               10  WS-PART-LOW         PIC X(6).
               10  WS-PART-HIGH        PIC X(6).
               10  WS-PART-OUT-COUNT   PIC 9(7).
               10  WS-PART-OUT-AMOUNT  PIC S9(9)V99.
       01  WS-CONTROL-TOTAL-AREAS.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
           05  WS-DETAIL-AMOUNT         PIC S9(9)V99 VALUE 0.
           05  WS-TRAILER-RECORD-COUNT  PIC 9(7) VALUE 0.
           05  WS-TRAILER-AMOUNT-TOTAL  PIC S9(9)V99 VALUE 0.
           05  WS-TRAILER-SEEN          PIC X(1) VALUE 'N'.
               88  TRAILER-WAS-SEEN     VALUE 'Y'.
           05  WS-CONTROL-TOTALS-BAD    PIC X(1) VALUE 'N'.
               88  CONTROL-TOTALS-BAD   VALUE 'Y'.
       01  WS-OUT-TRAILER.
           05  WOT-RECORD-CODE     PIC X(1).
           05  WOT-RECORD-COUNT    PIC 9(7).
           05  WOT-AMOUNT-TOTAL    PIC S9(9)V99.
           05  FILLER              PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SPLIT-ONE-TRAN UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-VERIFY-RUN-CONTROL.
           PERFORM 1200-LOAD-PARTITIONS.

           OPEN INPUT TRANFILE.
           IF TR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           PERFORM 1300-OPEN-ONE-OUTPUT
               VARYING WS-OUT-IX FROM 1 BY 1
               UNTIL WS-OUT-IX > 9.

           IF OPEN-FAILED
               MOVE 'Y' TO WS-EOF
           ELSE
               READ TRANFILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

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
               DISPLAY 'TRANSPLT - NO BUSINESS DATE CARD - RUN STOPPED'
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
               DISPLAY 'TRANSPLT - STEP ALREADY COMPLETE FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT PRED-STEP-DONE
               DISPLAY 'TRANSPLT - PREDECESSOR TRANEDIT NOT COMPLETE '
                   'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SUCC-STEP-DONE
               DISPLAY 'TRANSPLT - CUSTUPDT ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - RUN STOPPED'
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
                       IF RUNC-STEP-NAME = 'TRANSPLT'
                           MOVE 'Y' TO WS-STEP-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'TRANEDIT'
                           MOVE 'Y' TO WS-PRED-DONE
                       END-IF
                       IF RUNC-STEP-NAME = 'CUSTUPDT'
                           MOVE 'Y' TO WS-SUCC-DONE
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-PARTITIONS.
           INITIALIZE WS-PARTITION-TABLE.
           OPEN INPUT PARTCTL.
           IF PC-STATUS = '00'
               PERFORM 1210-LOAD-ONE-PARTITION UNTIL PARTCTL-EOF
               CLOSE PARTCTL
           ELSE
               DISPLAY 'ERROR OPENING PARTITION CONTROL FILE: '
                   PC-STATUS
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF.

           IF WS-PART-COUNT = ZERO
               DISPLAY 'TRANSPLT - NO PARTITIONS DEFINED'
               MOVE 'Y' TO WS-CARD-ERROR
           END-IF.

           IF CARD-ERROR
               DISPLAY 'TRANSPLT - PARTITION CONTROL FILE IN ERROR - '
                   'RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '00'          TO WS-PART-ID (9).
           MOVE LOW-VALUES    TO WS-PART-LOW (9).
           MOVE HIGH-VALUES   TO WS-PART-HIGH (9).

       1210-LOAD-ONE-PARTITION.
           READ PARTCTL
               AT END
                   MOVE 'Y' TO WS-PC-EOF
               NOT AT END
                   PERFORM 1220-VALIDATE-PARTITION-CARD
           END-READ.

       1220-VALIDATE-PARTITION-CARD.
           EVALUATE TRUE
               WHEN WS-PART-COUNT >= 8
                   DISPLAY 'MORE THAN 8 PARTITIONS DEFINED: '
                       PC-PARTITION-ID
                   MOVE 'Y' TO WS-CARD-ERROR
               WHEN PC-PARTITION-ID NOT NUMERIC
                  OR PC-PARTITION-ID = '00'
                   DISPLAY 'INVALID PARTITION ID: ' PC-PARTITION-ID
                   MOVE 'Y' TO WS-CARD-ERROR
               WHEN PC-LOW-CUST-ID > PC-HIGH-CUST-ID
                   DISPLAY 'PARTITION ' PC-PARTITION-ID
                       ' LOW KEY ABOVE HIGH KEY'
                   MOVE 'Y' TO WS-CARD-ERROR
               WHEN WS-PART-COUNT > 0
                AND PC-LOW-CUST-ID NOT > WS-PART-HIGH (WS-PART-COUNT)
                   DISPLAY 'PARTITION ' PC-PARTITION-ID
                       ' OVERLAPS OR IS OUT OF KEY SEQUENCE'
                   MOVE 'Y' TO WS-CARD-ERROR
               WHEN OTHER
                   ADD 1 TO WS-PART-COUNT
                   MOVE PC-PARTITION-ID
                       TO WS-PART-ID (WS-PART-COUNT)
                   MOVE PC-LOW-CUST-ID
                       TO WS-PART-LOW (WS-PART-COUNT)
                   MOVE PC-HIGH-CUST-ID
                       TO WS-PART-HIGH (WS-PART-COUNT)
           END-EVALUATE.

       1300-OPEN-ONE-OUTPUT.
           MOVE '00' TO WS-OUT-STATUS.
           IF WS-OUT-IX <= WS-PART-COUNT OR WS-OUT-IX = 9
               EVALUATE WS-OUT-IX
               WHEN 1
                   OPEN OUTPUT TRANP1
                   MOVE P1-STATUS TO WS-OUT-STATUS
               WHEN 2
                   OPEN OUTPUT TRANP2
                   MOVE P2-STATUS TO WS-OUT-STATUS
               WHEN 3
                   OPEN OUTPUT TRANP3
                   MOVE P3-STATUS TO WS-OUT-STATUS
               WHEN 4
                   OPEN OUTPUT TRANP4
                   MOVE P4-STATUS TO WS-OUT-STATUS
               WHEN 5
                   OPEN OUTPUT TRANP5
                   MOVE P5-STATUS TO WS-OUT-STATUS
               WHEN 6
                   OPEN OUTPUT TRANP6
                   MOVE P6-STATUS TO WS-OUT-STATUS
               WHEN 7
                   OPEN OUTPUT TRANP7
                   MOVE P7-STATUS TO WS-OUT-STATUS
               WHEN 8
                   OPEN OUTPUT TRANP8
                   MOVE P8-STATUS TO WS-OUT-STATUS
               WHEN 9
                   OPEN OUTPUT TRANPX
                   MOVE PX-STATUS TO WS-OUT-STATUS
               END-EVALUATE
               IF WS-OUT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING PARTITION FILE '
                       WS-OUT-IX ': ' WS-OUT-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
               END-IF
           END-IF.

       2000-SPLIT-ONE-TRAN.
           IF TR-TRAILER-TRAN
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE TRL-RECORD-COUNT TO WS-TRAILER-RECORD-COUNT
               MOVE TRL-AMOUNT-TOTAL TO WS-TRAILER-AMOUNT-TOTAL
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM 2050-ROUTE-DETAIL-TRAN
               READ TRANFILE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.

       2050-ROUTE-DETAIL-TRAN.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD TR-TRAN-AMOUNT TO WS-DETAIL-AMOUNT.

           MOVE TR-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM 2100-FIND-PARTITION.
           MOVE WS-FOUND-IX TO WS-OUT-IX.

           IF WS-OUT-IX = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE 9 TO WS-OUT-IX
           END-IF.

           IF (TR-XFER-TRAN OR TR-MERGE-TRAN) AND WS-OUT-IX NOT = 9
               MOVE TR-TO-CUST-ID TO WS-FIND-CUST-ID
               PERFORM 2100-FIND-PARTITION
               IF WS-FOUND-IX NOT = WS-OUT-IX
                   ADD 1 TO WS-CROSS-COUNT
                   MOVE 9 TO WS-OUT-IX
               END-IF
           END-IF.

           PERFORM 2200-WRITE-PARTITION-RECORD.

       2100-FIND-PARTITION.
           MOVE ZERO TO WS-FOUND-IX.
           PERFORM 2110-CHECK-ONE-PARTITION
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
                  OR WS-FOUND-IX NOT = ZERO.

       2110-CHECK-ONE-PARTITION.
           IF WS-FIND-CUST-ID NOT < WS-PART-LOW (WS-PART-IX)
              AND WS-FIND-CUST-ID NOT > WS-PART-HIGH (WS-PART-IX)
               MOVE WS-PART-IX TO WS-FOUND-IX
           END-IF.

       2200-WRITE-PARTITION-RECORD.
           EVALUATE WS-OUT-IX
               WHEN 1
                   WRITE P1-RECORD FROM TRAN-EXT-RECORD
               WHEN 2
                   WRITE P2-RECORD FROM TRAN-EXT-RECORD
               WHEN 3
                   WRITE P3-RECORD FROM TRAN-EXT-RECORD
               WHEN 4
                   WRITE P4-RECORD FROM TRAN-EXT-RECORD
               WHEN 5
                   WRITE P5-RECORD FROM TRAN-EXT-RECORD
               WHEN 6
                   WRITE P6-RECORD FROM TRAN-EXT-RECORD
               WHEN 7
                   WRITE P7-RECORD FROM TRAN-EXT-RECORD
               WHEN 8
                   WRITE P8-RECORD FROM TRAN-EXT-RECORD
               WHEN 9
                   WRITE PX-RECORD FROM TRAN-EXT-RECORD
           END-EVALUATE.

           ADD 1 TO WS-PART-OUT-COUNT (WS-OUT-IX).
           ADD TR-TRAN-AMOUNT TO WS-PART-OUT-AMOUNT (WS-OUT-IX).

       3000-CLOSE.
           CLOSE TRANFILE.

           IF NOT OPEN-FAILED
               PERFORM 3100-CLOSE-ONE-OUTPUT
                   VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > 9
           END-IF.

           PERFORM 3200-CHECK-CONTROL-TOTALS.
           PERFORM 3300-WRITE-SPLIT-REPORT.
           CLOSE RPTFILE.

           DISPLAY 'TRANSPLT - DETAILS READ: ' WS-DETAIL-COUNT
               ' PARTITIONS: ' WS-PART-COUNT
               ' CROSS-PARTITION: ' WS-CROSS-COUNT
               ' UNASSIGNED: ' WS-UNASSIGNED-COUNT.

           EVALUATE TRUE
               WHEN OPEN-FAILED
                   DISPLAY 'TRANSPLT - RUN ABORTED - PARTITION FILES '
                       'NOT USABLE'
                   MOVE 8 TO RETURN-CODE
               WHEN CONTROL-TOTALS-BAD
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNASSIGNED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           IF RETURN-CODE = 0 OR RETURN-CODE = 4
               PERFORM 3400-RECORD-STEP-COMPLETE
           END-IF.

       3100-CLOSE-ONE-OUTPUT.
           IF WS-OUT-IX <= WS-PART-COUNT OR WS-OUT-IX = 9
               MOVE 'T' TO WOT-RECORD-CODE
               MOVE WS-PART-OUT-COUNT (WS-OUT-IX) TO WOT-RECORD-COUNT
               MOVE WS-PART-OUT-AMOUNT (WS-OUT-IX) TO WOT-AMOUNT-TOTAL
               EVALUATE WS-OUT-IX
               WHEN 1
                   WRITE P1-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP1
               WHEN 2
                   WRITE P2-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP2
               WHEN 3
                   WRITE P3-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP3
               WHEN 4
                   WRITE P4-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP4
               WHEN 5
                   WRITE P5-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP5
               WHEN 6
                   WRITE P6-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP6
               WHEN 7
                   WRITE P7-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP7
               WHEN 8
                   WRITE P8-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANP8
               WHEN 9
                   WRITE PX-TRAILER-RECORD FROM WS-OUT-TRAILER
                   CLOSE TRANPX
               END-EVALUATE
           END-IF.

       3200-CHECK-CONTROL-TOTALS.
           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'WARNING: NO TRAILER RECORD ON TRANSACTION FILE'
               MOVE 'Y' TO WS-CONTROL-TOTALS-BAD
           ELSE
               IF WS-TRAILER-RECORD-COUNT NOT = WS-DETAIL-COUNT
                  OR WS-TRAILER-AMOUNT-TOTAL NOT = WS-DETAIL-AMOUNT
                   DISPLAY 'WARNING: TRANSACTION FILE CONTROL TOTALS '
                       'OUT OF BALANCE'
                   DISPLAY '  RECORD COUNT - TRAILER: '
                       WS-TRAILER-RECORD-COUNT ' ACTUAL: '
                       WS-DETAIL-COUNT
                   DISPLAY '  AMOUNT TOTAL - TRAILER: '
                       WS-TRAILER-AMOUNT-TOTAL ' ACTUAL: '
                       WS-DETAIL-AMOUNT
                   MOVE 'Y' TO WS-CONTROL-TOTALS-BAD
               END-IF
           END-IF.

       3300-WRITE-SPLIT-REPORT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'CUSTUPDT PARTITION SPLIT - BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'PART ' 'LOW-ID ' 'HIGH-ID ' 'RECORDS ' '  '
                  'AMOUNT'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           PERFORM 3310-WRITE-ONE-PARTITION-LINE
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT.

           MOVE 9 TO WS-PART-IX.
           MOVE WS-PART-OUT-AMOUNT (9) TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           STRING '00   CROSS-PARTITION  '
                  WS-PART-OUT-COUNT (9) ' '
                  WS-PRINT-AMOUNT
                  '  (TRANSFERS/MERGES: ' WS-CROSS-COUNT
                  ' OUT OF RANGE: ' WS-UNASSIGNED-COUNT ')'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-DETAIL-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           STRING 'TOTAL                 ' WS-DETAIL-COUNT ' '
                  WS-PRINT-AMOUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-TRAILER-AMOUNT-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           IF CONTROL-TOTALS-BAD
               STRING 'TRANEDIT TRAILER       '
                      WS-TRAILER-RECORD-COUNT ' '
                      WS-PRINT-AMOUNT '  *** OUT OF BALANCE ***'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
           ELSE
               STRING 'TRANEDIT TRAILER       '
                      WS-TRAILER-RECORD-COUNT ' '
                      WS-PRINT-AMOUNT '  IN BALANCE'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.

       3310-WRITE-ONE-PARTITION-LINE.
           MOVE WS-PART-OUT-AMOUNT (WS-PART-IX) TO WS-PRINT-AMOUNT.
           MOVE SPACES TO RPT-RECORD.
           STRING WS-PART-ID (WS-PART-IX) '   '
                  WS-PART-LOW (WS-PART-IX) ' '
                  WS-PART-HIGH (WS-PART-IX) '  '
                  WS-PART-OUT-COUNT (WS-PART-IX) ' '
                  WS-PRINT-AMOUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       3400-RECORD-STEP-COMPLETE.
           OPEN EXTEND RUNCTL.
           IF RL-STATUS = '35'
               OPEN OUTPUT RUNCTL
           END-IF.
           IF RL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' RL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUNC-RUN-DATE
               MOVE 'TRANSPLT'       TO RUNC-STEP-NAME
               MOVE 'C'              TO RUNC-STATUS
               WRITE RUNC-RECORD
               CLOSE RUNCTL
           END-IF.
