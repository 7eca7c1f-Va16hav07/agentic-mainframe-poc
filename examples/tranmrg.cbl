           SELECT TRANLBX ASSIGN TO TRANLBX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LX-STATUS.
           SELECT TRANRTN ASSIGN TO TRANRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RT-STATUS.
           SELECT TRANDLQ ASSIGN TO TRANDLQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DQ-STATUS.
           SELECT TRANRPR ASSIGN TO TRANRPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RR-STATUS.
           SELECT TRANFILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TR-STATUS.
           05  LTRL-AMOUNT-TOTAL   PIC S9(9)V99.
           05  FILLER              PIC X(5).

       FD  TRANRTN.
       01  RREC-TRAN-RECORD.
           05  RREC-TRAN-CODE      PIC X(1).
           05  RREC-CUST-ID        PIC X(6).
           05  RREC-TRAN-AMOUNT    PIC S9(7)V99.
           05  RREC-TRAN-DATE      PIC X(8).
           05  RREC-EXT-DATA       PIC X(141).
           05  RREC-ORIGIN         PIC X(1).
       01  RREC-TRAILER-RECORD.
           05  RTRL-RECORD-CODE    PIC X(1).
           05  RTRL-RECORD-COUNT   PIC 9(7).
           05  RTRL-AMOUNT-TOTAL   PIC S9(9)V99.
           05  FILLER              PIC X(5).

       FD  TRANDLQ.
       01  DREC-TRAN-RECORD.
           05  DREC-TRAN-CODE      PIC X(1).
           05  DREC-CUST-ID        PIC X(6).
           05  DREC-TRAN-AMOUNT    PIC S9(7)V99.
           05  DREC-TRAN-DATE      PIC X(8).
           05  DREC-EXT-DATA       PIC X(141).
           05  DREC-ORIGIN         PIC X(1).
       01  DREC-TRAILER-RECORD.
           05  DTRL-RECORD-CODE    PIC X(1).
           05  DTRL-RECORD-COUNT   PIC 9(7).
           05  DTRL-AMOUNT-TOTAL   PIC S9(9)V99.
           05  FILLER              PIC X(5).

       FD  TRANRPR.
       01  PREC-TRAN-RECORD.
           05  PREC-TRAN-CODE      PIC X(1).
           05  PREC-CUST-ID        PIC X(6).
           05  PREC-TRAN-AMOUNT    PIC S9(7)V99.
           05  PREC-TRAN-DATE      PIC X(8).
           05  PREC-EXT-DATA       PIC X(141).
           05  PREC-ORIGIN         PIC X(1).
       01  PREC-TRAILER-RECORD.
           05  PTRL-RECORD-CODE    PIC X(1).
           05  PTRL-RECORD-COUNT   PIC 9(7).
           05  PTRL-AMOUNT-TOTAL   PIC S9(9)V99.
           05  FILLER              PIC X(5).

       FD  TRANFILE.
           COPY TRANREC.
           COPY TRANXREC.
               88  LBX-EOF         VALUE 'Y'.
           05  WS-LBX-PRESENT      PIC X(1) VALUE 'N'.
               88  LBX-PRESENT     VALUE 'Y'.
           05  RT-STATUS           PIC X(2).
           05  WS-RTN-EOF          PIC X(1) VALUE 'N'.
               88  RTN-EOF         VALUE 'Y'.
           05  WS-RTN-PRESENT      PIC X(1) VALUE 'N'.
               88  RTN-PRESENT     VALUE 'Y'.
           05  DQ-STATUS           PIC X(2).
           05  WS-DLQ-EOF          PIC X(1) VALUE 'N'.
               88  DLQ-EOF         VALUE 'Y'.
           05  WS-DLQ-PRESENT      PIC X(1) VALUE 'N'.
               88  DLQ-PRESENT     VALUE 'Y'.
           05  RR-STATUS           PIC X(2).
           05  WS-RPR-EOF          PIC X(1) VALUE 'N'.
               88  RPR-EOF         VALUE 'Y'.
           05  WS-RPR-PRESENT      PIC X(1) VALUE 'N'.
               88  RPR-PRESENT     VALUE 'Y'.
           05  WS-SORT-EOF         PIC X(1) VALUE 'N'.
               88  SORT-EOF        VALUE 'Y'.
           05  WS-REF-EOF          PIC X(1) VALUE 'N'.
           05  WS-LBX-TRL-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-LBX-TRAILER-SEEN    PIC X(1) VALUE 'N'.
               88  LBX-TRAILER-SEEN   VALUE 'Y'.
       01  WS-RETURN-AREAS.
           05  WS-RTN-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05  WS-RTN-AMOUNT-TOTAL    PIC S9(9)V99 VALUE 0.
           05  WS-RTN-TRL-COUNT       PIC 9(7) VALUE 0.
           05  WS-RTN-TRL-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-RTN-TRAILER-SEEN    PIC X(1) VALUE 'N'.
               88  RTN-TRAILER-SEEN   VALUE 'Y'.
       01  WS-LATE-FEE-AREAS.
           05  WS-DLQ-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05  WS-DLQ-AMOUNT-TOTAL    PIC S9(9)V99 VALUE 0.
           05  WS-DLQ-TRL-COUNT       PIC 9(7) VALUE 0.
           05  WS-DLQ-TRL-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-DLQ-TRAILER-SEEN    PIC X(1) VALUE 'N'.
               88  DLQ-TRAILER-SEEN   VALUE 'Y'.
       01  WS-REPAIR-AREAS.
           05  WS-RPR-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05  WS-RPR-AMOUNT-TOTAL    PIC S9(9)V99 VALUE 0.
           05  WS-RPR-TRL-COUNT       PIC 9(7) VALUE 0.
           05  WS-RPR-TRL-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-RPR-TRAILER-SEEN    PIC X(1) VALUE 'N'.
               88  RPR-TRAILER-SEEN   VALUE 'Y'.
       01  WS-TRAN-WORK.
           05  WK-TRAN-BASE.
               10  WK-TRAN-CODE    PIC X(1).
                   MOVE 'Y' TO WS-LBX-EOF
           END-EVALUATE.

           OPEN INPUT TRANRTN.
           EVALUATE RT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RTN-PRESENT
               WHEN '35'
                   DISPLAY 'NO RETURNED ITEM TRANSACTION FILE - STREAM '
                       'SKIPPED'
                   MOVE 'Y' TO WS-RTN-EOF
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RETURNED ITEM TRANSACTION '
                       'FILE: ' RT-STATUS
                   MOVE 'Y' TO WS-RTN-EOF
           END-EVALUATE.

           OPEN INPUT TRANDLQ.
           EVALUATE DQ-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-DLQ-PRESENT
               WHEN '35'
                   DISPLAY 'NO LATE FEE TRANSACTION FILE - STREAM '
                       'SKIPPED'
                   MOVE 'Y' TO WS-DLQ-EOF
               WHEN OTHER
                   DISPLAY 'ERROR OPENING LATE FEE TRANSACTION FILE: '
                       DQ-STATUS
                   MOVE 'Y' TO WS-DLQ-EOF
           END-EVALUATE.

           OPEN INPUT TRANRPR.
           EVALUATE RR-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RPR-PRESENT
               WHEN '35'
                   DISPLAY 'NO REPAIRED REJECT FILE - STREAM SKIPPED'
                   MOVE 'Y' TO WS-RPR-EOF
               WHEN OTHER
                   DISPLAY 'ERROR OPENING REPAIRED REJECT FILE: '
                       RR-STATUS
                   MOVE 'Y' TO WS-RPR-EOF
           END-EVALUATE.

           PERFORM 1100-RELEASE-EAST-RECORDS.
           PERFORM 1200-RELEASE-WEST-RECORDS.
           PERFORM 1300-RELEASE-CENTRAL-RECORDS.
               PERFORM 1350-RELEASE-LOCKBOX-RECORDS
           END-IF.

           IF RTN-PRESENT
               PERFORM 1390-RELEASE-RETURN-RECORDS
           END-IF.

           IF DLQ-PRESENT
               PERFORM 1396-RELEASE-LATE-FEE-RECORDS
           END-IF.

           IF RPR-PRESENT
               PERFORM 1399-RELEASE-REPAIR-RECORDS
           END-IF.

           CLOSE REGNEAST.
           CLOSE REGNWEST.
           CLOSE REGNCENT.
           IF LBX-PRESENT
               CLOSE TRANLBX
           END-IF.
           IF RTN-PRESENT
               CLOSE TRANRTN
           END-IF.
           IF DLQ-PRESENT
               CLOSE TRANDLQ
           END-IF.
           IF RPR-PRESENT
               CLOSE TRANRPR
           END-IF.
           CLOSE TRANDUP.

           PERFORM 1800-WRITE-NEW-REFERENCE-FILE.
               END-IF
           END-IF.

       1390-RELEASE-RETURN-RECORDS.
           IF NOT RTN-EOF
               READ TRANRTN
                   AT END MOVE 'Y' TO WS-RTN-EOF
               END-READ
           END-IF.
           PERFORM 1391-RELEASE-ONE-RETURN UNTIL RTN-EOF.
           PERFORM 1395-CHECK-RETURN-TOTALS.

       1391-RELEASE-ONE-RETURN.
           IF RREC-TRAN-CODE = 'T'
               MOVE 'Y' TO WS-RTN-TRAILER-SEEN
               MOVE RTRL-RECORD-COUNT TO WS-RTN-TRL-COUNT
               MOVE RTRL-AMOUNT-TOTAL TO WS-RTN-TRL-AMOUNT
               MOVE 'Y' TO WS-RTN-EOF
           ELSE
               ADD 1 TO WS-RTN-DETAIL-COUNT
               ADD RREC-TRAN-AMOUNT TO WS-RTN-AMOUNT-TOTAL
               MOVE RREC-TRAN-RECORD TO WS-TRAN-WORK
               MOVE 'L' TO WS-REGION-TAG
               PERFORM 1400-SCREEN-AND-RELEASE

               READ TRANRTN
                   AT END MOVE 'Y' TO WS-RTN-EOF
               END-READ
           END-IF.

       1395-CHECK-RETURN-TOTALS.
           IF NOT RTN-TRAILER-SEEN
               DISPLAY 'WARNING: NO TRAILER ON RETURNED ITEM '
                   'TRANSACTION FILE'
               MOVE 'Y' TO WS-MERGE-FAILED
           ELSE
               IF WS-RTN-TRL-COUNT NOT = WS-RTN-DETAIL-COUNT
                  OR WS-RTN-TRL-AMOUNT NOT = WS-RTN-AMOUNT-TOTAL
                   DISPLAY 'WARNING: RETURNED ITEM CONTROL TOTALS OUT '
                       'OF BALANCE'
                   DISPLAY '  RECORD COUNT - TRAILER: '
                       WS-RTN-TRL-COUNT ' ACTUAL: '
                       WS-RTN-DETAIL-COUNT
                   DISPLAY '  AMOUNT TOTAL - TRAILER: '
                       WS-RTN-TRL-AMOUNT ' ACTUAL: '
                       WS-RTN-AMOUNT-TOTAL
                   MOVE 'Y' TO WS-MERGE-FAILED
               END-IF
           END-IF.

       1396-RELEASE-LATE-FEE-RECORDS.
           IF NOT DLQ-EOF
               READ TRANDLQ
                   AT END MOVE 'Y' TO WS-DLQ-EOF
               END-READ
           END-IF.
           PERFORM 1397-RELEASE-ONE-LATE-FEE UNTIL DLQ-EOF.
           PERFORM 1398-CHECK-LATE-FEE-TOTALS.

       1397-RELEASE-ONE-LATE-FEE.
           IF DREC-TRAN-CODE = 'T'
               MOVE 'Y' TO WS-DLQ-TRAILER-SEEN
               MOVE DTRL-RECORD-COUNT TO WS-DLQ-TRL-COUNT
               MOVE DTRL-AMOUNT-TOTAL TO WS-DLQ-TRL-AMOUNT
               MOVE 'Y' TO WS-DLQ-EOF
           ELSE
               ADD 1 TO WS-DLQ-DETAIL-COUNT
               ADD DREC-TRAN-AMOUNT TO WS-DLQ-AMOUNT-TOTAL
               MOVE DREC-TRAN-RECORD TO WS-TRAN-WORK
               MOVE 'D' TO WS-REGION-TAG
               PERFORM 1400-SCREEN-AND-RELEASE

               READ TRANDLQ
                   AT END MOVE 'Y' TO WS-DLQ-EOF
               END-READ
           END-IF.

       1398-CHECK-LATE-FEE-TOTALS.
           IF NOT DLQ-TRAILER-SEEN
               DISPLAY 'WARNING: NO TRAILER ON LATE FEE TRANSACTION '
                   'FILE'
               MOVE 'Y' TO WS-MERGE-FAILED
           ELSE
               IF WS-DLQ-TRL-COUNT NOT = WS-DLQ-DETAIL-COUNT
                  OR WS-DLQ-TRL-AMOUNT NOT = WS-DLQ-AMOUNT-TOTAL
                   DISPLAY 'WARNING: LATE FEE CONTROL TOTALS OUT OF '
                       'BALANCE'
                   DISPLAY '  RECORD COUNT - TRAILER: '
                       WS-DLQ-TRL-COUNT ' ACTUAL: '
                       WS-DLQ-DETAIL-COUNT
                   DISPLAY '  AMOUNT TOTAL - TRAILER: '
                       WS-DLQ-TRL-AMOUNT ' ACTUAL: '
                       WS-DLQ-AMOUNT-TOTAL
                   MOVE 'Y' TO WS-MERGE-FAILED
               END-IF
           END-IF.

       1399-RELEASE-REPAIR-RECORDS.
           IF NOT RPR-EOF
               READ TRANRPR
                   AT END MOVE 'Y' TO WS-RPR-EOF
               END-READ
           END-IF.
           PERFORM 1401-RELEASE-ONE-REPAIR UNTIL RPR-EOF.
           PERFORM 1402-CHECK-REPAIR-TOTALS.

       1400-SCREEN-AND-RELEASE.
           IF WS-REGION-TAG = 'R'
               MOVE 'N' TO WS-DUP-FOUND
           ELSE
               PERFORM 1500-CHECK-FOR-DUPLICATE
           END-IF.

           IF DUP-FOUND
               PERFORM 1600-WRITE-DUPLICATE
               PERFORM 1450-ADD-RELEASED-REFERENCE
           END-IF.

       1401-RELEASE-ONE-REPAIR.
           IF PREC-TRAN-CODE = 'T'
               MOVE 'Y' TO WS-RPR-TRAILER-SEEN
               MOVE PTRL-RECORD-COUNT TO WS-RPR-TRL-COUNT
               MOVE PTRL-AMOUNT-TOTAL TO WS-RPR-TRL-AMOUNT
               MOVE 'Y' TO WS-RPR-EOF
           ELSE
               ADD 1 TO WS-RPR-DETAIL-COUNT
               ADD PREC-TRAN-AMOUNT TO WS-RPR-AMOUNT-TOTAL
               MOVE PREC-TRAN-RECORD TO WS-TRAN-WORK
               MOVE 'R' TO WS-REGION-TAG
               PERFORM 1400-SCREEN-AND-RELEASE

               READ TRANRPR
                   AT END MOVE 'Y' TO WS-RPR-EOF
               END-READ
           END-IF.

       1402-CHECK-REPAIR-TOTALS.
           IF NOT RPR-TRAILER-SEEN
               DISPLAY 'WARNING: NO TRAILER ON REPAIRED REJECT FILE'
               MOVE 'Y' TO WS-MERGE-FAILED
           ELSE
               IF WS-RPR-TRL-COUNT NOT = WS-RPR-DETAIL-COUNT
                  OR WS-RPR-TRL-AMOUNT NOT = WS-RPR-AMOUNT-TOTAL
                   DISPLAY 'WARNING: REPAIRED REJECT CONTROL TOTALS '
                       'OUT OF BALANCE'
                   DISPLAY '  RECORD COUNT - TRAILER: '
                       WS-RPR-TRL-COUNT ' ACTUAL: '
                       WS-RPR-DETAIL-COUNT
                   DISPLAY '  AMOUNT TOTAL - TRAILER: '
                       WS-RPR-TRL-AMOUNT ' ACTUAL: '
                       WS-RPR-AMOUNT-TOTAL
                   MOVE 'Y' TO WS-MERGE-FAILED
               END-IF
           END-IF.

       1450-ADD-RELEASED-REFERENCE.
           MOVE WK-TRAN-BASE TO RF-TRAN-KEY.
           MOVE WS-REGION-TAG TO RF-ORIGIN.
