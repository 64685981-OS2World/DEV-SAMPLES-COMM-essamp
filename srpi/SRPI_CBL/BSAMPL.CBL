      *            TRAIL ANSWERS "WHO CHANGED THIS BALANCE" WITH A    *
      *            PERSON, NOT A HARDCODED LITERAL.                   *
      *                                                               *
      *            AN ACCOUNT ON THE CLOSED-ACCOUNTS REGISTER         *
      *            ("CLOSEREG") - CLOSED OR MERGED AWAY BY CUSTCLOS - *
      *            IS LEFT OUT OF THE RUN WHILE THE MASTER HOLDS IT   *
      *            AT ZERO, AND IS NOT COUNTED AS READ.  ONE THAT HAS *
      *            PICKED UP A BALANCE SINCE IT WAS CLOSED IS LISTED  *
      *            ON THE EXCEPTION REPORT AS "CLOSED ACCT HAS        *
      *            BALANCE" RATHER THAN UPDATED.                      *
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
           SELECT DIAGNOSTIC-FILE ASSIGN TO "BSAMPDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAGNOSTIC-STATUS.
           SELECT AR-HISTORY-FILE ASSIGN TO "ARSUMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-HISTORY-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *  DIAGNOSTIC-FILE  Server/SRPI failure diagnostics, written     *
      *                   whenever a SENDREQUEST comes back with a bad *
           RECORDING MODE IS F.
       01  AR-HISTORY-RECORD        PIC X(50).

      *****************************************************************
      *  CLOSED-FILE      The closed-accounts register CUSTCLOS       *
      *                   appends to - every account on it is left    *
      *                   out of the run.  Read only.                 *
      *****************************************************************
       FD  CLOSED-FILE
           RECORDING MODE IS F.
           COPY UUBCLREG.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  EXCEPTION-STATUS    PIC XX.
       01  DIAGNOSTIC-STATUS   PIC XX.

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
      *  OPERATOR-STATUS  FILE STATUS for OPERATOR-FILE             *
      *  SIGNON-OPER      The signed-on operator, from the command  *
           88 ACCT-INVALID               VALUE "N".
       01  VAL-IDX             PIC 9(4)  COMP-5.

      *****************************************************************
      *  CLOSED-TABLE      Every account on the closed-accounts      *
      *                       register                               *
      *  CLT-ACCT           The account                              *
      *  CLT-COUNT          Accounts in the table                    *
      *  CLT-MAX            Capacity of the table                    *
      *  CLT-IDX            Working subscript                        *
      *  ACCT-CLOSED-SW    'Y' if CUSTOMER-ACCT is on the register   *
      *  CLOSED-BYPASSED   Closed accounts at zero left out of the   *
      *                       run                                    *
      *  CLOSED-STATUS     FILE STATUS for CLOSED-FILE               *
      *****************************************************************
       01  CLOSED-TABLE.
           05 CLT-ACCT         PIC X(16) OCCURS 2000 TIMES.
       77  CLT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CLT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  CLT-IDX             PIC 9(4)  COMP-5.
       01  ACCT-CLOSED-SW      PIC X(1)  VALUE "N".
           88 ACCT-CLOSED                VALUE "Y".
           88 ACCT-NOT-CLOSED            VALUE "N".
       77  CLOSED-BYPASSED     PIC S9(9) COMP-5 VALUE 0.
       01  CLOSED-STATUS       PIC XX.

      *****************************************************************
      *  QPAFLAGS-LOGCOM   QPACOM and QPALOG OR'd together, so the  *
      *                       update-accounts-receivable request also *
      *******     CROSSES MIDNIGHT
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.

      *******   LOAD THE CLOSED-ACCOUNTS REGISTER SO CLOSED AND
      *******     MERGED-AWAY ACCOUNTS CAN BE LEFT OUT OF THE RUN
           PERFORM 150-LOAD-CLOSED-ACCOUNTS.

      *******   OPEN THE AR SUMMARY FILE - FRESH EVERY RUN (IT HOLDS
      *******     ONLY THIS RUN'S END-OF-RUN TOTALS, NOT PER-ACCOUNT
      *******     HISTORY, SO IT IS NOT RESTART-SENSITIVE)
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.

      *******   CHECK FOR A CHECKPOINT FROM A PRIOR, INTERRUPTED RUN
      *******     AND, IF ONE EXISTS, SKIP FORWARD PAST IT
      *******     RESTART FILE, AND THE AR SUMMARY FILE
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           CLOSE DIAGNOSTIC-FILE.
           CLOSE RESTART-FILE.


           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ACCOUNTS)               *
      *                    1. LOAD EVERY ACCOUNT ON THE CLOSED-       *
      *                          ACCOUNTS REGISTER - NO REGISTER YET  *
      *                          MEANS NOTHING HAS BEEN CLOSED        *
      *                     ENDPROC (LOAD-CLOSED-ACCOUNTS)            *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-CLOSED-ACCOUNTS.

           OPEN INPUT CLOSED-FILE.
           IF CLOSED-STATUS = "00"
              PERFORM 155-LOAD-CLOSED-ENTRY
                 UNTIL CLOSED-STATUS NOT = "00"
              CLOSE CLOSED-FILE
           END-IF.

       150-LOAD-CLOSED-ACCOUNTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ENTRY)                  *
      *                    1. READ THE NEXT REGISTER RECORD INTO THE  *
      *                          TABLE                                *
      *                    1. A FULL TABLE WOULD POST TO CLOSED       *
      *                          ACCOUNTS - STOP                      *
      *                     ENDPROC (LOAD-CLOSED-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       155-LOAD-CLOSED-ENTRY.

           READ CLOSED-FILE
              AT END MOVE "10" TO CLOSED-STATUS
              NOT AT END
                 IF CLT-COUNT < CLT-MAX
                    ADD 1 TO CLT-COUNT
                    MOVE CLR-ACCT TO CLT-ACCT(CLT-COUNT)
                 ELSE
                    DISPLAY "BSAMPL - CLOSED-ACCOUNTS REGISTER "
                            "OVERFLOWED THE TABLE - RAISE CLT-MAX AND "
                            "RERUN - NOTHING POSTED"
                    CLOSE CLOSED-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

       155-LOAD-CLOSED-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (INIT-AND-SEND)                      *
      *                    1. INITIALIZE THE CPRB STRUCTURE           *
              END-IF
           ELSE

      *******   A CLOSED OR MERGED-AWAY ACCOUNT STILL AT ZERO IS LEFT
      *******     OUT ALTOGETHER - NOT COUNTED AS READ, SO THE
      *******     RECONCILIATION OF READS TO UPDATES AND EXCEPTIONS
      *******     STILL HOLDS
           PERFORM 260-CHECK-CLOSED-ACCT
           IF ACCT-CLOSED AND CUSTOMER-BAL = 0
              ADD 1 TO CLOSED-BYPASSED
           ELSE

      *******   COUNT THE CUSTOMER RECORD AS READ
           ADD 1 TO RECORDS-READ

              MOVE "INVALID ACCOUNT NUMBER" TO EXC-REASON
              WRITE EXCEPTION-RECORD

      *******   A CLOSED ACCOUNT THAT HAS PICKED UP A BALANCE IS NOT
      *******     UPDATED - IT IS LISTED FOR SOMEONE TO LOOK AT
           ELSE
           IF ACCT-CLOSED
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE CUSTOMER-NAME TO EXC-NAME
              MOVE CUSTOMER-ACCT TO EXC-ACCT
              MOVE CUSTOMER-BAL  TO EXC-BAL
              MOVE "CLOSED ACCT HAS BALANCE" TO EXC-REASON
              WRITE EXCEPTION-RECORD

      *******   IF THE ACCOUNT BALANCE IS POSITIVE
           ELSE
           IF CUSTOMER-BAL > 0
                 MOVE CUSTOMER-ACCT TO AUD-ACCT
                 MOVE QPAOPER TO AUD-OPER
                 MOVE CUSTOMER-BAL TO AUD-BAL
                 PERFORM 860-WRITE-AUDIT-RECORD

      *******   CHECKPOINT THIS ACCOUNT AS THE LAST ONE COMMITTED
                 MOVE CUSTOMER-ACCT TO RESTART-RECORD
              WRITE EXCEPTION-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       210-PROCESS-CUSTOMER-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CLOSED-ACCT)                  *
      *                    1. FLAG CUSTOMER-ACCT IF IT IS ON THE      *
      *                          CLOSED-ACCOUNTS REGISTER             *
      *                     ENDPROC (CHECK-CLOSED-ACCT)               *
      *********************-END PSEUDOCODE-****************************

       260-CHECK-CLOSED-ACCT.

           SET ACCT-NOT-CLOSED TO TRUE.
           PERFORM 265-MATCH-CLOSED-ACCT
              VARYING CLT-IDX FROM 1 BY 1
              UNTIL CLT-IDX > CLT-COUNT OR ACCT-CLOSED.

       260-CHECK-CLOSED-ACCT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MATCH-CLOSED-ACCT)                  *
      *                    1. FLAG THE ENTRY IF IT IS CUSTOMER-ACCT   *
      *                     ENDPROC (MATCH-CLOSED-ACCT)               *
      *********************-END PSEUDOCODE-****************************

       265-MATCH-CLOSED-ACCT.

           IF CLT-ACCT(CLT-IDX) = CUSTOMER-ACCT
              SET ACCT-CLOSED TO TRUE
           END-IF.

       265-MATCH-CLOSED-ACCT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DIAGNOSTIC)                   *
      *                    1. MOVE ACCOUNT, SERVER RETURN CODE,       *

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
              DISPLAY "BSAMPL - WARNING: CANNOT OPEN AUDCTL - STATUS "
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

           DISPLAY "BSAMPL - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-CONTROL-TOTALS)               *
      *                    1. DISPLAY RECORDS READ                    *
                   RECORDS-UPDATED.
           DISPLAY "  TOTAL CUSTOMER-BAL APPLIED . . . . : "
                   BAL-APPLIED.
           DISPLAY "  CLOSED ACCOUNTS LEFT OUT . . . . . : "
                   CLOSED-BYPASSED.

      *******   IF WE ARE STILL SKIPPING FORWARD TO THE CHECKPOINTED
      *******     ACCOUNT AT END OF RUN, IT WAS NEVER MATCHED IN THE
