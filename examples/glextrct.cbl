           END-IF.

       2100-RELEASE-ONE-AUDIT.
           IF AUD-TRAN-CODE NOT = 'P'
               PERFORM 2110-RELEASE-ONE-DELTA
           END-IF.

           READ AUDITFILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ.

       2110-RELEASE-ONE-DELTA.
           MOVE ZERO TO WS-DELTA.

           EVALUATE AUD-TRAN-CODE
           END-EVALUATE.

           MOVE AUD-TRAN-DATE TO SRT-POST-DATE.
           EVALUATE AUD-TRAN-CODE
               WHEN 'Y'
                   MOVE 'X' TO SRT-TRAN-CODE
               WHEN 'K'
                   MOVE 'J' TO SRT-TRAN-CODE
               WHEN OTHER
                   MOVE AUD-TRAN-CODE TO SRT-TRAN-CODE
           END-EVALUATE.
           MOVE WS-DELTA      TO SRT-DELTA.
           RELEASE SORT-RECORD.

       3000-PRODUCE-GL-EXTRACT.
           RETURN SORTWK
               AT END MOVE 'Y' TO WS-SORT-EOF
