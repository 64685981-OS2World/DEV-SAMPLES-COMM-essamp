      *            THERE, AND THE REAL OPERATOR IS STAMPED INTO       *
      *            QPAOPER AND AUD-OPER.                              *
      *                                                               *
      *            EVERY AUDIT RECORD WRITTEN IS SEQUENCED AND        *
      *            CHAINED THROUGH THE AUDIT CONTROL FILE ("AUDCTL")  *
      *            - SEE UUBAUDIT AND UUBACTL.                        *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "CUSTMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           RECORDING MODE IS F.
           COPY UUBAUDIT.

      *****************************************************************
      *  AUDIT-CONTROL-FILE  The audit control file - the chain head  *
      *                   and each day's control record, advanced     *
      *                   after every audit record written.           *
      *****************************************************************
       FD  AUDIT-CONTROL-FILE.
           COPY UUBACTL.

      *****************************************************************
      *  MAINT-AUDIT-FILE Before/after images of every customer       *
      *                   record changed here, dated and timed, the   *
       01  MAINT-STATUS        PIC XX.
       01  OPERATOR-STATUS     PIC XX.

      *****************************************************************
      *  AUDCTL-STATUS     FILE STATUS for AUDIT-CONTROL-FILE        *
      *  AUDCTL-SW         'Y' while the audit control file is open  *
      *                       - without it audit records are still   *
      *                       written, unsequenced                    *
      *  CONTROL-KEY       The control record wanted - zero for the  *
      *                       chain head, else an audit date          *
      *  CHAIN-VALUE       The check value being chained             *
      *  CHAIN-WORK        Work field for the chaining arithmetic    *
      *  CHAIN-QUOT        Quotient the chaining DIVIDE discards     *
      *  CHAIN-IDX         Byte of AUD-CHAINED being chained         *
      *  WRITTEN-SEQ       AUD-SEQ, AUD-CHECK and AUD-DATE of the    *
      *  WRITTEN-CHECK        audit record being written, kept for   *
      *  WRITTEN-DATE         the control records after the WRITE    *
      *****************************************************************
       01  AUDCTL-STATUS       PIC XX.
       01  AUDCTL-SW           PIC X(1)  VALUE "N".
           88 AUDCTL-OPEN                VALUE "Y".
           88 AUDCTL-CLOSED              VALUE "N".
       01  CONTROL-KEY         PIC 9(8).
       77  CHAIN-VALUE         PIC 9(9)  COMP-5.
       77  CHAIN-WORK          PIC 9(18) COMP-5.
       77  CHAIN-QUOT          PIC 9(18) COMP-5.
       77  CHAIN-IDX           PIC 9(4)  COMP-5.
       77  WRITTEN-SEQ         PIC 9(9).
       77  WRITTEN-CHECK       PIC 9(9).
       77  WRITTEN-DATE        PIC 9(8).

      *****************************************************************
      *  SIGNON-OPER      The signed-on operator, from the command  *
      *                      line - checked against the operator     *
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.

      *******   APPLY EVERY APPROVED ENTRY, STOPPING IF AN UPDATE
      *******     REQUEST FAILS AT THE SRPI LEVEL
           CLOSE REJECT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.

      *******   REWRITE THE QUEUE WITH THE UPDATED STATUSES - ONLY
      *******     ON A RUN THAT READ THE WHOLE QUEUE, SO AN SRPI
           MOVE CUSTOMER-ACCT TO AUD-ACCT.
           MOVE QPAOPER TO AUD-OPER.
           MOVE CUSTOMER-BAL TO AUD-BAL.
           PERFORM 860-WRITE-AUDIT-RECORD.

       500-WRITE-AUDIT-IMAGES-EXIT.


           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (OPEN-AUDIT-CONTROL)                 *
      *                    1. OPEN THE AUDIT CONTROL FILE FOR UPDATE, *
      *                          CREATING IT THE FIRST TIME           *
      *                    1. IF IT CANNOT BE OPENED THE RUN GOES ON  *
      *                          - ITS AUDIT RECORDS ARE WRITTEN      *
      *                          UNSEQUENCED, FOR AUDVERFY TO REPORT  *
      *                     ENDPROC (OPEN-AUDIT-CONTROL)              *
      *********************-END PSEUDOCODE-****************************

       850-OPEN-AUDIT-CONTROL.

           SET AUDCTL-CLOSED TO TRUE.
           OPEN I-O AUDIT-CONTROL-FILE.

      *******   OPEN I-O CANNOT CREATE AN INDEXED FILE - CREATE IT
      *******     ONLY WHEN IT IS NOT THERE AT ALL, NEVER OVER ONE
      *******     THAT IS MERELY BUSY
           IF AUDCTL-STATUS = "35"
              OPEN OUTPUT AUDIT-CONTROL-FILE
              CLOSE AUDIT-CONTROL-FILE
              OPEN I-O AUDIT-CONTROL-FILE
           END-IF.

           IF AUDCTL-STATUS = "00"
              SET AUDCTL-OPEN TO TRUE
           ELSE
              DISPLAY "CUSTAPLY - WARNING: CANNOT OPEN AUDCTL - STATUS "
                      AUDCTL-STATUS " - AUDIT RECORDS WILL NOT BE "
                      "SEQUENCED"
           END-IF.

       850-OPEN-AUDIT-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-AUDIT-RECORD)                 *
      *                    1. TAKE THE NEXT SEQUENCE NUMBER FROM THE  *
      *                          CHAIN HEAD AND CHAIN THE CHECK       *
      *                          VALUE ON FROM THE LAST RECORD'S      *
      *                    1. KEEP THE SEQUENCE NUMBER, CHECK VALUE   *
      *                          AND DATE, AND WRITE THE AUDIT RECORD *
      *                    1. ADVANCE THE CHAIN HEAD AND THE DAY'S    *
      *                          CONTROL RECORD PAST IT               *
      *                     ENDPROC (WRITE-AUDIT-RECORD)              *
      *********************-END PSEUDOCODE-****************************

       860-WRITE-AUDIT-RECORD.

           MOVE 0 TO AUD-SEQ.
           MOVE 0 TO AUD-CHECK.

           IF AUDCTL-OPEN
              MOVE 0 TO CONTROL-KEY
              PERFORM 870-READ-AUDIT-CONTROL
                 THRU 870-READ-AUDIT-CONTROL-EXIT
           END-IF.

           IF AUDCTL-OPEN
              ADD 1 TO ACL-LAST-SEQ GIVING AUD-SEQ
              MOVE ACL-LAST-CHECK TO CHAIN-VALUE
              PERFORM 865-CHAIN-AUDIT-BYTE
                 VARYING CHAIN-IDX FROM 1 BY 1
                 UNTIL CHAIN-IDX > LENGTH OF AUD-CHAINED
              MOVE CHAIN-VALUE TO AUD-CHECK
           END-IF.

      *******   THE AUDIT RECORD AREA IS NOT THERE AFTER THE WRITE -
      *******     KEEP WHAT THE CONTROL RECORDS NEED FROM IT
           MOVE AUD-SEQ TO WRITTEN-SEQ.
           MOVE AUD-CHECK TO WRITTEN-CHECK.
           MOVE AUD-DATE TO WRITTEN-DATE.
           WRITE AUDIT-RECORD.

      *******   THE CHAIN HEAD IS STILL IN THE CONTROL RECORD AREA -
      *******     ADVANCE IT, THEN THE CONTROL RECORD FOR THE AUDIT DATE
           IF AUDCTL-OPEN
              PERFORM 875-ADVANCE-AUDIT-CONTROL
           END-IF.
           IF AUDCTL-OPEN
              MOVE WRITTEN-DATE TO CONTROL-KEY
              PERFORM 870-READ-AUDIT-CONTROL
                 THRU 870-READ-AUDIT-CONTROL-EXIT
           END-IF.
           IF AUDCTL-OPEN
              PERFORM 875-ADVANCE-AUDIT-CONTROL
           END-IF.

       860-WRITE-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHAIN-AUDIT-BYTE)                   *
      *                    1. FOLD THE NEXT BYTE OF THE RECORD INTO   *
      *                          THE CHECK VALUE (SEE UUBAUDIT)       *
      *                     ENDPROC (CHAIN-AUDIT-BYTE)                *
      *********************-END PSEUDOCODE-****************************

       865-CHAIN-AUDIT-BYTE.

           COMPUTE CHAIN-WORK = CHAIN-VALUE * 31
                 + FUNCTION ORD(AUD-CHAINED(CHAIN-IDX:1)).
           DIVIDE CHAIN-WORK BY 999999937
              GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.

       865-CHAIN-AUDIT-BYTE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-AUDIT-CONTROL)                 *
      *                    1. READ THE CONTROL RECORD FOR CONTROL-KEY *
      *                    1. THE FIRST TIME A KEY IS WANTED, ADD IT  *
      *                          AT ZERO AND READ IT BACK             *
      *                    1. A CONTROL FILE THAT CANNOT BE READ OR   *
      *                          WRITTEN IS GIVEN UP FOR THE RUN      *
      *                     ENDPROC (READ-AUDIT-CONTROL)              *
      *********************-END PSEUDOCODE-****************************

       870-READ-AUDIT-CONTROL.

           MOVE CONTROL-KEY TO ACL-DATE.
           READ AUDIT-CONTROL-FILE
              INVALID KEY CONTINUE
           END-READ.
           IF AUDCTL-STATUS = "00"
              GO TO 870-READ-AUDIT-CONTROL-EXIT
           END-IF.
           IF AUDCTL-STATUS NOT = "23"
              PERFORM 880-AUDIT-CONTROL-FAILED
              GO TO 870-READ-AUDIT-CONTROL-EXIT
           END-IF.

      *******   THE RECORD AREA IS NOT THERE AFTER THE WRITE EITHER -
      *******     READ THE NEW RECORD BACK FOR 875 TO REWRITE
           MOVE CONTROL-KEY TO ACL-DATE.
           MOVE 0 TO ACL-FIRST-SEQ.
           MOVE 0 TO ACL-LAST-SEQ.
           MOVE 0 TO ACL-COUNT.
           MOVE 0 TO ACL-LAST-CHECK.
           WRITE AUDIT-CONTROL-RECORD
              INVALID KEY CONTINUE
           END-WRITE.
           IF AUDCTL-STATUS = "00"
              MOVE CONTROL-KEY TO ACL-DATE
              READ AUDIT-CONTROL-FILE
                 INVALID KEY CONTINUE
              END-READ
           END-IF.
           IF AUDCTL-STATUS NOT = "00"
              PERFORM 880-AUDIT-CONTROL-FAILED
           END-IF.

       870-READ-AUDIT-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADVANCE-AUDIT-CONTROL)              *
      *                    1. COUNT THE AUDIT RECORD JUST WRITTEN ON  *
      *                          THE CONTROL RECORD IN THE RECORD     *
      *                          AREA AND REWRITE IT                  *
      *                     ENDPROC (ADVANCE-AUDIT-CONTROL)           *
      *********************-END PSEUDOCODE-****************************

       875-ADVANCE-AUDIT-CONTROL.

           IF ACL-COUNT = 0
              MOVE WRITTEN-SEQ TO ACL-FIRST-SEQ
           END-IF.
           ADD 1 TO ACL-COUNT.
           MOVE WRITTEN-SEQ TO ACL-LAST-SEQ.
           MOVE WRITTEN-CHECK TO ACL-LAST-CHECK.
           REWRITE AUDIT-CONTROL-RECORD
              INVALID KEY CONTINUE
           END-REWRITE.
           IF AUDCTL-STATUS NOT = "00"
              PERFORM 880-AUDIT-CONTROL-FAILED
           END-IF.

       875-ADVANCE-AUDIT-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (AUDIT-CONTROL-FAILED)               *
      *                    1. REPORT THE CONTROL FILE FAILURE AND     *
      *                          CLOSE IT - THE RUN GOES ON, ITS      *
      *                          AUDIT RECORDS FROM HERE WRITTEN      *
      *                          UNSEQUENCED, FOR AUDVERFY TO REPORT  *
      *                     ENDPROC (AUDIT-CONTROL-FAILED)            *
      *********************-END PSEUDOCODE-****************************

       880-AUDIT-CONTROL-FAILED.

           DISPLAY "CUSTAPLY - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

           END PROGRAM CUSTAPLY.
