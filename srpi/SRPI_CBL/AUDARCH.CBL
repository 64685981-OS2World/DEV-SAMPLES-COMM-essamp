      *            RECORDS AND THE DUPLICATE KEY CHECK DISCARDS       *
      *            THEM - NOTHING IS EVER LOST, ONLY RE-SWEPT.        *
      *                                                               *
      *            EACH RECORD'S AUDIT SEQUENCE NUMBER AND CHAINED    *
      *            CHECK VALUE GO INTO THE HISTORY WITH IT, SO        *
      *            AUDVERFY CAN STILL WALK THE CHAIN ONCE THE DAY HAS *
      *            LEFT THE FLAT TRAIL.  A RECORD OLDER THAN THE      *
      *            SEQUENCING GOES IN WITH SEQUENCE ZERO.  THE NIGHT  *
      *            SCHEDULE RUNS AUDVERFY FIRST AND HOLDS THIS SWEEP  *
      *            IF IT FINDS THE TRAIL TAMPERED WITH.               *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
      *****************************************************************
       FD  KEEP-FILE
           RECORDING MODE IS F.
       01  KEEP-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.

              MOVE AUD-OPER TO HIS-OPER
              MOVE AUD-ACTION TO HIS-ACTION
              MOVE AUD-BAL TO HIS-BAL
              IF AUD-SEQ NUMERIC AND AUD-CHECK NUMERIC
                 MOVE AUD-SEQ TO HIS-SEQ
                 MOVE AUD-CHECK TO HIS-CHECK
              ELSE
                 MOVE 0 TO HIS-SEQ
                 MOVE 0 TO HIS-CHECK
              END-IF
              WRITE HISTORY-RECORD
                 INVALID KEY
                    ADD 1 TO DUPLICATES-SKIPPED
