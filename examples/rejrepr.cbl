       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJREPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           SELECT CORRFILE ASSIGN TO CORRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CR-STATUS.
           SELECT REJOLD ASSIGN TO REJOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RO-STATUS.
           SELECT TRANREJ ASSIGN TO TRANREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RJ-STATUS.
           SELECT REJNEW ASSIGN TO REJNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RN-STATUS.
           SELECT TRANRPR ASSIGN TO TRANRPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RR-STATUS.
           SELECT CTLFILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-STATUS.
           SELECT BUSDATE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BD-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RP-STATUS.
           SELECT SIGNRPT ASSIGN TO SIGNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST.
           COPY CUSTREC.

       FD  CORRFILE.
           COPY CORRREC.

       FD  REJOLD.
           COPY RPRREC.

       FD  TRANREJ.
       01  REJ-RECORD.
           05  REJ-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(1).
           05  REJ-TRAN-DATA       PIC X(166).

       FD  REJNEW.
       01  REJN-RECORD             PIC X(185).

       FD  TRANRPR.
           COPY TRANREC.
           COPY TRANXREC.

       FD  CTLFILE.
           COPY RPRCTL.

       FD  BUSDATE.
           COPY BUSDREC.

       FD  RPTFILE.
       01  RPT-RECORD              PIC X(132).

       FD  SIGNRPT.
       01  SIGN-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CM-STATUS           PIC X(2).
           05  CR-STATUS           PIC X(2).
           05  RO-STATUS           PIC X(2).
           05  RJ-STATUS           PIC X(2).
           05  RN-STATUS           PIC X(2).
           05  RR-STATUS           PIC X(2).
           05  CT-STATUS           PIC X(2).
           05  BD-STATUS           PIC X(2).
           05  RP-STATUS           PIC X(2).
           05  SG-STATUS           PIC X(2).
           05  WS-BUSINESS-DATE    PIC 9(8).
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                   PIC X(8).
           05  WS-DROP-DAYS        PIC 9(3).
           05  WS-CORR-EOF         PIC X(1) VALUE 'N'.
               88  CORR-EOF        VALUE 'Y'.
           05  WS-OLD-EOF          PIC X(1) VALUE 'N'.
               88  OLD-EOF         VALUE 'Y'.
           05  WS-OLD-PRESENT      PIC X(1) VALUE 'N'.
               88  OLD-PRESENT     VALUE 'Y'.
           05  WS-NEW-EOF          PIC X(1) VALUE 'N'.
               88  NEW-EOF         VALUE 'Y'.
           05  WS-NEW-PRESENT      PIC X(1) VALUE 'N'.
               88  NEW-PRESENT     VALUE 'Y'.
           05  WS-OPEN-FAILED      PIC X(1) VALUE 'N'.
               88  OPEN-FAILED     VALUE 'Y'.
           05  WS-INTAKE-DONE      PIC X(1) VALUE 'N'.
               88  INTAKE-ALREADY-DONE VALUE 'Y'.
           05  WS-CORR-FOUND       PIC X(1) VALUE 'N'.
               88  CORR-FOUND      VALUE 'Y'.
           05  WS-REJECT-REASON    PIC X(4).
               88  RECORD-IS-CLEAN VALUE SPACES.
           05  WS-ACTION-DESC      PIC X(20).
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-COUNT       PIC 9(4) VALUE 0.
           05  WS-CORR-IX          PIC 9(4).
           05  WS-CORR-HIT         PIC 9(4).
           05  WS-CORR-ENTRY OCCURS 2000.
               10  WS-CORR-DATA        PIC X(187).
               10  WS-CORR-USED        PIC X(1).
       01  WS-AGE-AREAS.
           05  WS-FIRST-DATE       PIC 9(8).
           05  WS-AGE-DAYS         PIC 9(5).
           05  WS-NEXT-SEQ         PIC 9(5) VALUE 0.
       01  WS-REPAIR-TOTALS.
           05  WS-CARRIED-IN       PIC 9(7) VALUE 0.
           05  WS-NEW-REJECTS      PIC 9(7) VALUE 0.
           05  WS-REPAIRED-COUNT   PIC 9(7) VALUE 0.
           05  WS-REPAIRED-AMOUNT  PIC S9(9)V99 VALUE 0.
           05  WS-FAILED-COUNT     PIC 9(7) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(7) VALUE 0.
           05  WS-CARRIED-OUT      PIC 9(7) VALUE 0.
           05  WS-SIGNOFF-COUNT    PIC 9(7) VALUE 0.
           05  WS-CORR-ERRORS      PIC 9(5) VALUE 0.
           05  WS-AGE-0-7          PIC 9(7) VALUE 0.
           05  WS-AGE-8-14         PIC 9(7) VALUE 0.
           05  WS-AGE-15-30        PIC 9(7) VALUE 0.
           05  WS-AGE-OVER-30      PIC 9(7) VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DATE-CHECK       PIC X(8).
           05  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
               10  FILLER          PIC X(4).
               10  WS-DATE-MM      PIC 9(2).
               10  WS-DATE-DD      PIC 9(2).
       01  WS-REPORT-FIELDS.
           05  WS-PRINT-AMOUNT     PIC -(7)9.99.
           05  WS-PRINT-TOTAL      PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.

           IF NOT OPEN-FAILED
               PERFORM 2000-PROCESS-CARRIED-REJECTS
               PERFORM 2700-INTAKE-NEW-REJECTS
               PERFORM 2900-REPORT-UNUSED-CORRECTIONS
           END-IF.

           PERFORM 3000-CLOSE.
           STOP RUN.

       1000-INIT.
           PERFORM 1100-READ-BUSINESS-DATE.
           PERFORM 1200-READ-CONTROL-CARD.

           OPEN INPUT  CUSTMAST.
           OPEN OUTPUT REJNEW.
           OPEN OUTPUT TRANRPR.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT SIGNRPT.

           IF CM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW REJECT CARRY FILE: '
                   RN-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPAIRED TRANSACTION FILE: '
                   RR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF RP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REPORT FILE: ' RP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           IF SG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SIGN-OFF REPORT FILE: '
                   SG-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.

           OPEN INPUT REJOLD.
           EVALUATE RO-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-OLD-PRESENT
               WHEN '35'
                   DISPLAY 'NO CARRIED REJECT FILE - NONE OUTSTANDING'
                   MOVE 'Y' TO WS-OLD-EOF
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CARRIED REJECT FILE: '
                       RO-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.

           OPEN INPUT TRANREJ.
           EVALUATE RJ-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-NEW-PRESENT
               WHEN '35'
                   DISPLAY 'NO EDIT REJECT FILE - INTAKE SKIPPED'
                   MOVE 'Y' TO WS-NEW-EOF
               WHEN OTHER
                   DISPLAY 'ERROR OPENING EDIT REJECT FILE: '
                       RJ-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.

           IF NOT OPEN-FAILED
               PERFORM 1300-LOAD-CORRECTIONS
           END-IF.

           PERFORM 1900-WRITE-REPORT-HEADINGS.

       1100-READ-BUSINESS-DATE.
           MOVE SPACES TO BUSD-BUSINESS-DATE.
           OPEN INPUT BUSDATE.
           IF BD-STATUS = '00'
               READ BUSDATE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE
           END-IF.

           IF BUSD-BUSINESS-DATE NUMERIC
               MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           ELSE
               DISPLAY 'REJREPR - NO BUSINESS DATE CARD - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-READ-CONTROL-CARD.
           MOVE 030 TO RPCTL-DROP-DAYS.

           OPEN INPUT CTLFILE.
           IF CT-STATUS = '00'
               READ CTLFILE
                   AT END CONTINUE
               END-READ
               CLOSE CTLFILE
           END-IF.

           IF RPCTL-DROP-DAYS NOT NUMERIC
                   OR RPCTL-DROP-DAYS = ZERO
               MOVE 030 TO RPCTL-DROP-DAYS
           END-IF.

           MOVE RPCTL-DROP-DAYS TO WS-DROP-DAYS.

       1300-LOAD-CORRECTIONS.
           OPEN INPUT CORRFILE.
           EVALUATE CR-STATUS
               WHEN '00'
                   PERFORM 1310-LOAD-ONE-CORRECTION UNTIL CORR-EOF
                   CLOSE CORRFILE
               WHEN '35'
                   DISPLAY 'NO CORRECTION FILE - REJECTS CARRIED '
                       'FORWARD UNCHANGED'
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CORRECTION FILE: ' CR-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.

       1310-LOAD-ONE-CORRECTION.
           READ CORRFILE
               AT END
                   MOVE 'Y' TO WS-CORR-EOF
               NOT AT END
                   PERFORM 1320-FIND-CORRECTION
                   IF CORR-FOUND
                       DISPLAY 'DUPLICATE CORRECTION IGNORED FOR '
                           'REJECT ' CR-REJECT-ID
                       ADD 1 TO WS-CORR-ERRORS
                   ELSE
                       PERFORM 1330-ADD-CORRECTION
                   END-IF
           END-READ.

       1320-FIND-CORRECTION.
           MOVE 'N' TO WS-CORR-FOUND.
           PERFORM 1325-MATCH-ONE-CORRECTION
               VARYING WS-CORR-IX FROM 1 BY 1
               UNTIL CORR-FOUND
                  OR WS-CORR-IX > WS-CORR-COUNT.

       1325-MATCH-ONE-CORRECTION.
           IF WS-CORR-DATA (WS-CORR-IX) (1:13) = CR-REJECT-ID
               MOVE 'Y' TO WS-CORR-FOUND
               MOVE WS-CORR-IX TO WS-CORR-HIT
           END-IF.

       1330-ADD-CORRECTION.
           IF WS-CORR-COUNT < 2000
               ADD 1 TO WS-CORR-COUNT
               MOVE CORR-RECORD TO WS-CORR-DATA (WS-CORR-COUNT)
               MOVE 'N' TO WS-CORR-USED (WS-CORR-COUNT)
           ELSE
               DISPLAY 'CORRECTION TABLE FULL - CORRECTION IGNORED '
                   'FOR REJECT ' CR-REJECT-ID
               ADD 1 TO WS-CORR-ERRORS
           END-IF.

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-RECORD.
           STRING 'REJECT REPAIR AND AGING REPORT - BUSINESS DATE '
                  WS-BUSINESS-DATE-X ' DROP CUTOFF DAYS: '
                  WS-DROP-DAYS
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'REJECT-ID    ' ' ' 'RSN ' ' ' 'C' ' ' 'CUST-ID'
                  ' ' '     AMOUNT' ' ' 'TRANDATE' ' ' '  AGE'
                  ' ' 'TRY' ' ' 'ACTION'
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO SIGN-RECORD.
           STRING 'REJECTS PAST ' WS-DROP-DAYS ' DAY CUTOFF - '
                  'MANAGEMENT SIGN-OFF REQUIRED TO DROP - '
                  'BUSINESS DATE ' WS-BUSINESS-DATE-X
               DELIMITED BY SIZE
               INTO SIGN-RECORD.
           WRITE SIGN-RECORD.

           MOVE SPACES TO SIGN-RECORD.
           STRING 'REJECT-ID    ' ' ' 'RSN ' ' ' 'C' ' ' 'CUST-ID'
                  ' ' '     AMOUNT' ' ' 'TRANDATE' ' ' '  AGE'
                  ' ' 'APPROVED BY'
               DELIMITED BY SIZE
               INTO SIGN-RECORD.
           WRITE SIGN-RECORD.

       2000-PROCESS-CARRIED-REJECTS.
           IF NOT OLD-EOF
               READ REJOLD
                   AT END MOVE 'Y' TO WS-OLD-EOF
               END-READ
           END-IF.

           PERFORM 2100-PROCESS-ONE-CARRIED UNTIL OLD-EOF.

       2100-PROCESS-ONE-CARRIED.
           ADD 1 TO WS-CARRIED-IN.

           IF RPR-FIRST-DATE = WS-BUSINESS-DATE-X
               MOVE 'Y' TO WS-INTAKE-DONE
               IF RPR-REJECT-SEQ > WS-NEXT-SEQ
                   MOVE RPR-REJECT-SEQ TO WS-NEXT-SEQ
               END-IF
           END-IF.

           MOVE RPR-TRAN-DATA TO TRAN-EXT-RECORD.
           PERFORM 2150-COMPUTE-AGE.

           MOVE RPR-REJECT-ID TO CR-REJECT-ID.
           PERFORM 1320-FIND-CORRECTION.

           IF NOT CORR-FOUND
               PERFORM 2500-CARRY-FORWARD
           ELSE
               MOVE 'Y' TO WS-CORR-USED (WS-CORR-HIT)
               MOVE WS-CORR-DATA (WS-CORR-HIT) TO CORR-RECORD
               EVALUATE TRUE
                   WHEN CR-CORRECT
                       PERFORM 2200-REPAIR-ONE-REJECT
                   WHEN CR-DROP
                       PERFORM 2400-DROP-ONE-REJECT
                   WHEN OTHER
                       MOVE 'INVALID CORR ACTION ' TO WS-ACTION-DESC
                       PERFORM 2800-WRITE-REPORT-LINE
                       ADD 1 TO WS-CORR-ERRORS
                       PERFORM 2500-CARRY-FORWARD
               END-EVALUATE
           END-IF.

           READ REJOLD
               AT END MOVE 'Y' TO WS-OLD-EOF
           END-READ.

       2150-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF RPR-FIRST-DATE NUMERIC
               MOVE RPR-FIRST-DATE TO WS-FIRST-DATE
               IF WS-FIRST-DATE < WS-BUSINESS-DATE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                     - FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE)
               END-IF
           END-IF.

       2200-REPAIR-ONE-REJECT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2210-APPLY-CORRECTION.

           IF RECORD-IS-CLEAN
               PERFORM 2300-RE-EDIT-TRANSACTION
           END-IF.

           IF RECORD-IS-CLEAN
               PERFORM 2600-WRITE-REPAIRED-TRAN
           ELSE
               MOVE WS-REJECT-REASON TO RPR-REASON-CODE
               ADD 1 TO RPR-ATTEMPT-COUNT
               MOVE TRAN-EXT-RECORD TO RPR-TRAN-DATA
               MOVE 'RE-EDIT FAILED      ' TO WS-ACTION-DESC
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM 2500-CARRY-FORWARD
           END-IF.

       2210-APPLY-CORRECTION.
           IF CR-TRAN-CODE NOT = SPACE
               MOVE CR-TRAN-CODE TO TRX-TRAN-CODE
           END-IF.

           IF CR-CUST-ID NOT = SPACES
               MOVE CR-CUST-ID TO TRX-CUST-ID
           END-IF.

           IF CR-TRAN-AMOUNT-X NOT = SPACES
               IF CR-TRAN-AMOUNT NUMERIC
                   MOVE CR-TRAN-AMOUNT TO TRX-TRAN-AMOUNT
               ELSE
                   MOVE 'AMT ' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF CR-TRAN-DATE NOT = SPACES
               MOVE CR-TRAN-DATE TO TRX-TRAN-DATE
           END-IF.

           IF CR-EXT-DATA NOT = SPACES
               MOVE CR-EXT-DATA TO TRX-EXT-DATA
           END-IF.

       2300-RE-EDIT-TRANSACTION.
           IF NOT TR-ADD-TRAN AND NOT TR-UPDATE-TRAN
              AND NOT TR-DELETE-TRAN AND NOT TR-HOLD-TRAN
              AND NOT TR-MAINT-TRAN AND NOT TR-INTEREST-TRAN
              AND NOT TR-SERVICE-TRAN AND NOT TR-XFER-TRAN
              AND NOT TR-RETURNED-ITEM-TRAN AND NOT TR-MERGE-TRAN
               MOVE 'CODE' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-TRAN-AMOUNT NOT NUMERIC
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-XFER-TRAN
              AND TR-TRAN-AMOUNT NOT > 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-RETURNED-ITEM-TRAN
              AND TR-TRAN-AMOUNT NOT < 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN AND TR-MERGE-TRAN
              AND TR-TRAN-AMOUNT NOT = 0
               MOVE 'AMT ' TO WS-REJECT-REASON
           END-IF.

           IF RECORD-IS-CLEAN
               PERFORM 2310-RE-EDIT-TRAN-DATE
           END-IF.

           IF RECORD-IS-CLEAN
              AND TR-TRAN-DATE NOT > WS-BUSINESS-DATE-X
               PERFORM 2320-RE-EDIT-AGAINST-MASTER
           END-IF.

       2310-RE-EDIT-TRAN-DATE.
           IF TR-TRAN-DATE NOT NUMERIC
               MOVE 'DATE' TO WS-REJECT-REASON
           ELSE
               MOVE TR-TRAN-DATE TO WS-DATE-CHECK
               IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
                   MOVE 'DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2320-RE-EDIT-AGAINST-MASTER.
           MOVE TR-CUST-ID TO CM-CUST-ID.

           EVALUATE TRUE
               WHEN TR-ADD-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'DUPA' TO WS-REJECT-REASON
                   END-READ
               WHEN TR-UPDATE-TRAN
               WHEN TR-DELETE-TRAN
               WHEN TR-MAINT-TRAN
               WHEN TR-INTEREST-TRAN
               WHEN TR-SERVICE-TRAN
               WHEN TR-RETURNED-ITEM-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
               WHEN TR-XFER-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
                   IF RECORD-IS-CLEAN
                       PERFORM 2325-RE-EDIT-TO-ACCOUNT
                   END-IF
               WHEN TR-MERGE-TRAN
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOCU' TO WS-REJECT-REASON
                   END-READ
                   IF RECORD-IS-CLEAN
                       PERFORM 2326-RE-EDIT-SURVIVOR
                   END-IF
           END-EVALUATE.

       2325-RE-EDIT-TO-ACCOUNT.
           IF TR-TO-CUST-ID = SPACES
              OR TR-TO-CUST-ID = TR-CUST-ID
               MOVE 'XFER' TO WS-REJECT-REASON
           ELSE
               MOVE TR-TO-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'NOTO' TO WS-REJECT-REASON
               END-READ
           END-IF.

       2326-RE-EDIT-SURVIVOR.
           IF TR-TO-CUST-ID = SPACES
              OR TR-TO-CUST-ID = TR-CUST-ID
               MOVE 'MRGE' TO WS-REJECT-REASON
           ELSE
               MOVE TR-TO-CUST-ID TO CM-CUST-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'NOTO' TO WS-REJECT-REASON
               END-READ
           END-IF.

       2400-DROP-ONE-REJECT.
           IF CR-APPROVER = SPACES
               MOVE 'DROP NOT APPROVED   ' TO WS-ACTION-DESC
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-CORR-ERRORS
               PERFORM 2500-CARRY-FORWARD
           ELSE
               MOVE SPACES TO WS-ACTION-DESC
               STRING 'DROPPED BY ' CR-APPROVER
                   DELIMITED BY SIZE
                   INTO WS-ACTION-DESC
               PERFORM 2800-WRITE-REPORT-LINE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       2500-CARRY-FORWARD.
           MOVE RPR-RECORD TO REJN-RECORD.
           WRITE REJN-RECORD.
           ADD 1 TO WS-CARRIED-OUT.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 8
                   ADD 1 TO WS-AGE-0-7
               WHEN WS-AGE-DAYS < 15
                   ADD 1 TO WS-AGE-8-14
               WHEN WS-AGE-DAYS < 31
                   ADD 1 TO WS-AGE-15-30
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE.

           IF WS-AGE-DAYS > WS-DROP-DAYS
               MOVE 'PAST CUTOFF-SIGNOFF ' TO WS-ACTION-DESC
               PERFORM 2550-WRITE-SIGNOFF-LINE
           ELSE
               MOVE 'CARRIED FORWARD     ' TO WS-ACTION-DESC
           END-IF.
           PERFORM 2800-WRITE-REPORT-LINE.

       2550-WRITE-SIGNOFF-LINE.
           MOVE TR-TRAN-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO SIGN-RECORD.
           STRING RPR-REJECT-ID ' ' RPR-REASON-CODE ' '
                  TR-TRAN-CODE ' ' TR-CUST-ID ' ' WS-PRINT-AMOUNT ' '
                  TR-TRAN-DATE ' ' WS-AGE-DAYS ' '
                  '________________'
               DELIMITED BY SIZE
               INTO SIGN-RECORD.
           WRITE SIGN-RECORD.
           ADD 1 TO WS-SIGNOFF-COUNT.

       2600-WRITE-REPAIRED-TRAN.
           MOVE 'R' TO TRX-ORIGIN.
           ADD 1 TO WS-REPAIRED-COUNT.
           ADD TRX-TRAN-AMOUNT TO WS-REPAIRED-AMOUNT.

           MOVE 'REPAIRED            ' TO WS-ACTION-DESC.
           PERFORM 2800-WRITE-REPORT-LINE.

           WRITE TRAN-EXT-RECORD.

       2700-INTAKE-NEW-REJECTS.
           IF INTAKE-ALREADY-DONE
               DISPLAY 'REJREPR - REJECTS FOR BUSINESS DATE '
                   WS-BUSINESS-DATE-X ' ALREADY TAKEN IN - INTAKE '
                   'SKIPPED'
               MOVE 'Y' TO WS-NEW-EOF
           END-IF.

           IF NOT NEW-EOF
               READ TRANREJ
                   AT END MOVE 'Y' TO WS-NEW-EOF
               END-READ
           END-IF.

           PERFORM 2710-INTAKE-ONE-REJECT UNTIL NEW-EOF.

       2710-INTAKE-ONE-REJECT.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-NEW-REJECTS.

           MOVE SPACES TO RPR-RECORD.
           MOVE WS-BUSINESS-DATE-X TO RPR-FIRST-DATE.
           MOVE WS-NEXT-SEQ        TO RPR-REJECT-SEQ.
           MOVE REJ-REASON-CODE    TO RPR-REASON-CODE.
           MOVE ZERO               TO RPR-ATTEMPT-COUNT.
           MOVE REJ-TRAN-DATA      TO RPR-TRAN-DATA.

           MOVE RPR-TRAN-DATA TO TRAN-EXT-RECORD.
           MOVE ZERO TO WS-AGE-DAYS.
           PERFORM 2500-CARRY-FORWARD.

           READ TRANREJ
               AT END MOVE 'Y' TO WS-NEW-EOF
           END-READ.

       2800-WRITE-REPORT-LINE.
           IF TR-TRAN-AMOUNT NUMERIC
               MOVE TR-TRAN-AMOUNT TO WS-PRINT-AMOUNT
           ELSE
               MOVE ZERO TO WS-PRINT-AMOUNT
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           STRING RPR-REJECT-ID ' ' RPR-REASON-CODE ' '
                  TR-TRAN-CODE ' ' TR-CUST-ID ' ' WS-PRINT-AMOUNT ' '
                  TR-TRAN-DATE ' ' WS-AGE-DAYS ' '
                  RPR-ATTEMPT-COUNT '  ' WS-ACTION-DESC
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

       2900-REPORT-UNUSED-CORRECTIONS.
           PERFORM 2910-CHECK-ONE-CORRECTION
               VARYING WS-CORR-IX FROM 1 BY 1
               UNTIL WS-CORR-IX > WS-CORR-COUNT.

       2910-CHECK-ONE-CORRECTION.
           IF WS-CORR-USED (WS-CORR-IX) = 'N'
               MOVE WS-CORR-DATA (WS-CORR-IX) TO CORR-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING CR-REJECT-ID ' '
                      'CORRECTION HAS NO OUTSTANDING REJECT - IGNORED'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               ADD 1 TO WS-CORR-ERRORS
           END-IF.

       3000-CLOSE.
           IF NOT OPEN-FAILED
               PERFORM 3100-WRITE-REPAIR-TRAILER
           END-IF.

           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CARRIED IN: ' WS-CARRIED-IN
                  ' NEW REJECTS: ' WS-NEW-REJECTS
                  ' REPAIRED: ' WS-REPAIRED-COUNT
                  ' RE-EDIT FAILED: ' WS-FAILED-COUNT
                  ' DROPPED: ' WS-DROPPED-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO RPT-RECORD.
           STRING 'CARRIED FORWARD: ' WS-CARRIED-OUT
                  ' AGE 0-7: ' WS-AGE-0-7
                  ' 8-14: ' WS-AGE-8-14
                  ' 15-30: ' WS-AGE-15-30
                  ' OVER 30: ' WS-AGE-OVER-30
                  ' PAST CUTOFF: ' WS-SIGNOFF-COUNT
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE WS-REPAIRED-AMOUNT TO WS-PRINT-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING 'REPAIRED AMOUNT: ' WS-PRINT-TOTAL
                  ' CORRECTION ERRORS: ' WS-CORR-ERRORS
               DELIMITED BY SIZE
               INTO RPT-RECORD.
           WRITE RPT-RECORD.

           MOVE SPACES TO SIGN-RECORD.
           WRITE SIGN-RECORD.
           MOVE SPACES TO SIGN-RECORD.
           STRING 'ITEMS FOR SIGN-OFF: ' WS-SIGNOFF-COUNT
               DELIMITED BY SIZE
               INTO SIGN-RECORD.
           WRITE SIGN-RECORD.

           CLOSE CUSTMAST.
           CLOSE REJNEW.
           CLOSE TRANRPR.
           CLOSE RPTFILE.
           CLOSE SIGNRPT.
           IF OLD-PRESENT
               CLOSE REJOLD
           END-IF.
           IF NEW-PRESENT
               CLOSE TRANREJ
           END-IF.

           DISPLAY 'REJREPR - REPAIRED: ' WS-REPAIRED-COUNT
               ' FAILED: ' WS-FAILED-COUNT
               ' DROPPED: ' WS-DROPPED-COUNT
               ' CARRIED FORWARD: ' WS-CARRIED-OUT.

           EVALUATE TRUE
               WHEN OPEN-FAILED
                   DISPLAY 'REJREPR - RUN ABORTED - DO NOT ROLL REJNEW '
                       'FORWARD'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FAILED-COUNT > 0
                  OR WS-CORR-ERRORS > 0
                  OR WS-SIGNOFF-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       3100-WRITE-REPAIR-TRAILER.
           MOVE SPACES TO TRAN-EXT-RECORD.
           MOVE 'T'                TO TRL-RECORD-CODE.
           MOVE WS-REPAIRED-COUNT  TO TRL-RECORD-COUNT.
           MOVE WS-REPAIRED-AMOUNT TO TRL-AMOUNT-TOTAL.
           WRITE TRAN-TRAILER-RECORD.
