           MOVE INQUIRY-ACCT TO HIS-ACCT.
           MOVE 0 TO HIS-DATE.
           MOVE 0 TO HIS-TIME.
           MOVE 0 TO HIS-SEQ.
           START HISTORY-FILE KEY NOT < HIS-KEY
              INVALID KEY SET EOF TO TRUE
           END-START.
