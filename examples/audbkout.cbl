       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY CLOSSEL.
           COPY MRGXSEL.
           SELECT AUDITFILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-STATUS.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  CLOSARCH.
           COPY CLOSREC.

       FD  MERGXREF.
           COPY MRGXREC.

       FD  AUDITFILE.
       01  AUDIN-RECORD            PIC X(410).

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).
       SD  SORTWK.
       01  SORT-RECORD.
           05  SRT-REVERSE-SEQ     PIC 9(7).
           05  SRT-AUDIT-DATA      PIC X(410).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  CA-STATUS           PIC X(2).
           05  MX-STATUS           PIC X(2).
           05  AU-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  WS-EOF              PIC X(1) VALUE 'N'.
           05  WS-AUDIT-SEQ        PIC 9(7) VALUE 0.
           05  WS-REVERSED-COUNT   PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
           05  WS-REPROCESS        PIC X(1) VALUE 'N'.
               88  REPROCESS-RECORD VALUE 'Y'.
           05  WS-ARCHIVE-OPEN     PIC X(1) VALUE 'N'.
               88  ARCHIVE-OPEN    VALUE 'Y'.
           05  WS-XREF-OPEN        PIC X(1) VALUE 'N'.
               88  XREF-OPEN       VALUE 'Y'.
       01  WS-TRANSFER-AREAS.
           05  WS-XFER-LEGS-FOUND  PIC X(1) VALUE 'N'.
               88  XFER-LEGS-FOUND VALUE 'Y'.
           05  WS-PAIR-FIRST-CODE  PIC X(1).
           05  WS-PAIR-ACTION      PIC X(20).
           05  WS-XFER-DEBIT-LEG   PIC X(410).
           05  WS-XFER-CREDIT-LEG  PIC X(410).
           05  WS-XFER-CREDIT-PARTS REDEFINES WS-XFER-CREDIT-LEG.
               10  XFC-TRAN-CODE   PIC X(1).
               10  XFC-TRAN-DATE   PIC X(8).
               10  FILLER          PIC X(1).
               10  XFC-CUST-ID     PIC X(6).
               10  FILLER          PIC X(394).
       01  WS-BACKOUT-LINE.
           05  WS-ACTION-DESC      PIC X(20).
           05  WS-PRINT-BEFORE     PIC -(7)9.99.
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           OPEN I-O CLOSARCH.
           EVALUATE CA-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ARCHIVE-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CLOSED ACCOUNT ARCHIVE: '
                       CA-STATUS
                   MOVE 'Y' TO WS-EOF
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

           OPEN I-O MERGXREF.
           EVALUATE MX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-XREF-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING MERGE CROSS-REFERENCE FILE: '
                       MX-STATUS
                   MOVE 'Y' TO WS-EOF
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

       1900-WRITE-REPORT-HEADINGS.
               WHEN 'E'
               WHEN 'I'
               WHEN 'S'
               WHEN 'R'
               WHEN 'N'
                   PERFORM 3200-REVERSE-UPDATE
               WHEN 'A'
                   PERFORM 3300-REVERSE-ADD
                   ELSE
                       PERFORM 3200-REVERSE-UPDATE
                   END-IF
               WHEN 'P'
                   PERFORM 3400-REVERSE-DELETE
               WHEN 'Y'
                   MOVE 'X' TO WS-PAIR-FIRST-CODE
                   MOVE 'TRANSFER REVERSED   ' TO WS-PAIR-ACTION
                   PERFORM 3500-PAIR-TRANSFER-LEGS
               WHEN 'K'
                   MOVE 'J' TO WS-PAIR-FIRST-CODE
                   MOVE 'MERGE REVERSED      ' TO WS-PAIR-ACTION
                   PERFORM 3500-PAIR-TRANSFER-LEGS
               WHEN 'X'
                   DISPLAY 'ERROR: TRANSFER DEBIT LEG WITHOUT CREDIT '
                       'LEG: ' AUDB-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
               WHEN 'J'
                   DISPLAY 'ERROR: MERGE RETIRED LEG WITHOUT SURVIVOR '
                       'LEG: ' AUDB-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   DISPLAY 'UNKNOWN AUDIT TRAN CODE: ' AUD-TRAN-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

           IF REPROCESS-RECORD
               MOVE 'N' TO WS-REPROCESS
           ELSE
               RETURN SORTWK
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-IF.

       3200-REVERSE-UPDATE.
           MOVE AUDB-CUST-ID TO CM-CUST-ID.
                   MOVE 'DELETE RE-INSERTED  ' TO WS-ACTION-DESC
                   PERFORM 3900-WRITE-BACKOUT-LINE
                   ADD 1 TO WS-REVERSED-COUNT
                   IF AUD-TRAN-CODE = 'P'
                       PERFORM 3600-REMOVE-ARCHIVE-ENTRY
                   END-IF
           END-WRITE.

       3500-PAIR-TRANSFER-LEGS.
           MOVE AUDIT-RECORD TO WS-XFER-CREDIT-LEG.

           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

           IF SORT-EOF
               DISPLAY 'ERROR: TRANSFER CREDIT LEG WITHOUT DEBIT LEG: '
                   XFC-CUST-ID
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SRT-AUDIT-DATA TO AUDIT-RECORD
               IF AUD-TRAN-CODE = WS-PAIR-FIRST-CODE
                  AND AUD-TRAN-DATE = XFC-TRAN-DATE
                   PERFORM 3510-REVERSE-TRANSFER
               ELSE
                   DISPLAY 'ERROR: TRANSFER CREDIT LEG WITHOUT DEBIT '
                       'LEG: ' XFC-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'Y' TO WS-REPROCESS
               END-IF
           END-IF.

       3510-REVERSE-TRANSFER.
           MOVE AUDIT-RECORD TO WS-XFER-DEBIT-LEG.
           MOVE 'Y' TO WS-XFER-LEGS-FOUND.

           MOVE AUDB-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY 'ERROR: CUSTOMER NOT FOUND FOR BACKOUT: '
                       CM-CUST-ID
                   MOVE 'N' TO WS-XFER-LEGS-FOUND
           END-READ.

           MOVE XFC-CUST-ID TO CM-CUST-ID.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY 'ERROR: CUSTOMER NOT FOUND FOR BACKOUT: '
                       CM-CUST-ID
                   MOVE 'N' TO WS-XFER-LEGS-FOUND
           END-READ.

           IF XFER-LEGS-FOUND
               PERFORM 3520-REWRITE-CREDIT-LEG
           ELSE
               DISPLAY 'TRANSFER NOT REVERSED FOR: ' XFC-CUST-ID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3520-REWRITE-CREDIT-LEG.
           MOVE WS-XFER-CREDIT-LEG TO AUDIT-RECORD.
           MOVE AUD-BEFORE-IMAGE TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REVERSING TRANSFER FOR: ' CM-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 3530-REWRITE-DEBIT-LEG
           END-REWRITE.

       3530-REWRITE-DEBIT-LEG.
           MOVE WS-XFER-DEBIT-LEG TO AUDIT-RECORD.
           MOVE AUD-BEFORE-IMAGE TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REVERSING TRANSFER FOR: ' CM-CUST-ID
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 3540-RESTORE-CREDIT-LEG
               NOT INVALID KEY
                   MOVE WS-PAIR-ACTION TO WS-ACTION-DESC
                   PERFORM 3900-WRITE-BACKOUT-LINE
                   IF WS-PAIR-FIRST-CODE = 'J'
                       PERFORM 3550-REMOVE-MERGE-XREF
                   END-IF
                   MOVE WS-XFER-CREDIT-LEG TO AUDIT-RECORD
                   MOVE AUDB-CUST-ID TO CM-CUST-ID
                   PERFORM 3900-WRITE-BACKOUT-LINE
                   ADD 2 TO WS-REVERSED-COUNT
           END-REWRITE.

       3540-RESTORE-CREDIT-LEG.
           MOVE WS-XFER-CREDIT-LEG TO AUDIT-RECORD.
           MOVE AUD-AFTER-IMAGE TO CUST-RECORD.
           REWRITE CUST-RECORD
               INVALID KEY
                   DISPLAY 'ERROR RESTORING TRANSFER CREDIT FOR: '
                       CM-CUST-ID
           END-REWRITE.

       3550-REMOVE-MERGE-XREF.
           IF XREF-OPEN
               MOVE AUDB-CUST-ID TO MX-RETIRED-ID
               DELETE MERGXREF
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       3600-REMOVE-ARCHIVE-ENTRY.
           IF ARCHIVE-OPEN
               MOVE AUDB-CUST-ID TO CA-CUST-ID
               DELETE CLOSARCH
                   INVALID KEY
                       DISPLAY 'WARNING: NO ARCHIVE ENTRY FOR PURGED '
                           'CUSTOMER: ' CA-CUST-ID
               END-DELETE
           END-IF.

       3900-WRITE-BACKOUT-LINE.
           MOVE AUDB-ACCOUNT-BALANCE TO WS-PRINT-BEFORE.


           CLOSE CUSTMAST.
           CLOSE RPTFILE.
           IF ARCHIVE-OPEN
               CLOSE CLOSARCH
           END-IF.
           IF XREF-OPEN
               CLOSE MERGXREF
           END-IF.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
