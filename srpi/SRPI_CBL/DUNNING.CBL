      *            BEFORE ANY COUNT MOVES OR THE HISTORY IS           *
      *            REWRITTEN.                                         *
      *                                                               *
      *            AN ACCOUNT ON THE BAD-DEBT WRITE-OFF REGISTER      *
      *            ("WOREG") THAT IS STILL AT ZERO IS NOT DUNNED -    *
      *            ITS DEBT WAS WRITTEN OFF, NOT PAID, AND BSAMPL     *
      *            KEEPS LISTING THE ZERO BALANCE AS NOT POSITIVE.    *
      *            IT DROPS OFF THE HISTORY LIKE ANY ACCOUNT NOT      *
      *            COUNTED TONIGHT; NEW DEBT ON IT IS DUNNED AFRESH.  *
      *                                                               *
      *            AN ACCOUNT ON THE CLOSED-ACCOUNTS REGISTER         *
      *            ("CLOSEREG") - CLOSED OR MERGED AWAY BY CUSTCLOS - *
      *            IS NOT DUNNED AT ALL, AND DROPS OFF THE HISTORY.   *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
           SELECT REFERRAL-FILE ASSIGN TO "COLLREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRAL-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 REF-NIGHTS           PIC 9(5).

      *****************************************************************
      *  WRITE-OFF-FILE  The bad-debt write-off register WRITEOFF     *
      *                  appends to - read at startup so a written-   *
      *                  off account is not dunned again.  Read only. *
      *****************************************************************
       FD  WRITE-OFF-FILE
           RECORDING MODE IS F.
           COPY UUBWOREG.

      *****************************************************************
      *  CLOSED-FILE      The closed-accounts register CUSTCLOS       *
      *                   appends to - no account on it is dunned.    *
      *                   Read only.                                  *
      *****************************************************************
       FD  CLOSED-FILE
           RECORDING MODE IS F.
           COPY UUBCLREG.

       WORKING-STORAGE SECTION.

      *****************************************************************
           88 DUN-FOUND                  VALUE "Y".
           88 DUN-NOT-FOUND              VALUE "N".

      *****************************************************************
      *  WRITE-OFF-TABLE   Each account on the write-off register    *
      *  WRO-ACCT           The account                              *
      *  WRO-COUNT          Accounts in the table                    *
      *  WRO-MAX            Capacity of the table                    *
      *  WRO-IDX            Working subscript                        *
      *  WRO-HIT            Subscript of the exception's account     *
      *                       when it is written off and still at    *
      *                       zero - otherwise zero                  *
      *****************************************************************
       01  WRITE-OFF-TABLE.
           05 WRO-ACCT         PIC X(16) OCCURS 2000 TIMES.
       77  WRO-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  WRO-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  WRO-IDX             PIC 9(4)  COMP-5.
       01  WRO-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  CLOSED-TABLE      Each account on the closed-accounts       *
      *                       register                               *
      *  CLT-ACCT           The account                              *
      *  CLT-COUNT          Accounts in the table                    *
      *  CLT-MAX            Capacity of the table                    *
      *  CLT-IDX            Working subscript                        *
      *  CLT-HIT            Subscript of the exception's account     *
      *                       when it is closed - otherwise zero     *
      *****************************************************************
       01  CLOSED-TABLE.
           05 CLT-ACCT         PIC X(16) OCCURS 2000 TIMES.
       77  CLT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CLT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  CLT-IDX             PIC 9(4)  COMP-5.
       01  CLT-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  ISSUE-LEVEL       The letter level being issued right now - *
      *                       set by the escalation before the        *
      *  EXCEPTION-STATUS    FILE STATUS for EXCEPTION-FILE           *
      *  DUN-HISTORY-STATUS  FILE STATUS for DUN-HISTORY-FILE         *
      *  REFERRAL-STATUS     FILE STATUS for REFERRAL-FILE            *
      *  WRITE-OFF-STATUS    FILE STATUS for WRITE-OFF-FILE           *
      *  CLOSED-STATUS       FILE STATUS for CLOSED-FILE              *
      *  RUN-DATE            The run date, captured once at startup   *
      *****************************************************************
       01  SUMMARY-STATUS      PIC XX.
       01  EXCEPTION-STATUS    PIC XX.
       01  DUN-HISTORY-STATUS  PIC XX.
       01  REFERRAL-STATUS     PIC XX.
       01  WRITE-OFF-STATUS    PIC XX.
       01  CLOSED-STATUS       PIC XX.
       77  RUN-DATE            PIC 9(8).

       01  EOF-SW              PIC X(1)  VALUE "N".
      *  LETTERS-FIRST     First notices printed tonight             *
      *  LETTERS-SECOND    Second notices printed tonight            *
      *  REFERRALS-MADE    Collections referrals made tonight        *
      *  WRITTEN-OFF-SKIPPED  Written-off accounts not dunned        *
      *  CLOSED-SKIPPED    Closed accounts not dunned                *
      *****************************************************************
       77  EXC-BAL-NUM         PIC S9(9).
       77  LETTERS-FIRST       PIC S9(9) COMP-5 VALUE 0.
       77  LETTERS-SECOND      PIC S9(9) COMP-5 VALUE 0.
       77  REFERRALS-MADE      PIC S9(9) COMP-5 VALUE 0.
       77  WRITTEN-OFF-SKIPPED PIC S9(9) COMP-5 VALUE 0.
       77  CLOSED-SKIPPED      PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  LETTER BUILDING FIELDS - ONE LETTER IS A BLOCK OF LINES ON   *
      *                     PROC (MAIN)                               *
      *                    1. LOAD THE CARRIED-FORWARD DELINQUENCY    *
      *                          HISTORY                              *
      *                    1. LOAD THE BAD-DEBT WRITE-OFF REGISTER    *
      *                    1. LOAD THE CLOSED-ACCOUNTS REGISTER       *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                    1. READ TONIGHT'S EXCEPTION LISTING,       *
      *                          BUMPING EACH "BALANCE NOT POSITIVE"  *
      *******     HISTORY YET JUST MEANS THE FIRST DUNNING RUN
           PERFORM 150-LOAD-DUN-HISTORY.

      *******   THE ACCOUNTS WRITTEN OFF AS BAD DEBT - NO REGISTER
      *******     YET MEANS NONE HAVE BEEN
           PERFORM 190-LOAD-WRITE-OFFS.

      *******   THE ACCOUNTS CLOSED OR MERGED AWAY - NO REGISTER YET
      *******     MEANS NONE HAVE BEEN
           PERFORM 192-LOAD-CLOSED-ACCOUNTS.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

                   LETTERS-SECOND.
           DISPLAY "  COLLECTIONS REFERRALS MADE . . . . : "
                   REFERRALS-MADE.
           DISPLAY "  WRITTEN-OFF ACCOUNTS NOT DUNNED. . : "
                   WRITTEN-OFF-SKIPPED.
           DISPLAY "  CLOSED ACCOUNTS NOT DUNNED . . . . : "
                   CLOSED-SKIPPED.

       STOP RUN.


           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-WRITE-OFFS)                    *
      *                    1. LOAD EVERY ACCOUNT ON THE WRITE-OFF     *
      *                          REGISTER INTO THE TABLE              *
      *                     ENDPROC (LOAD-WRITE-OFFS)                 *
      *********************-END PSEUDOCODE-****************************

       190-LOAD-WRITE-OFFS.

           OPEN INPUT WRITE-OFF-FILE.

           IF WRITE-OFF-STATUS = "00"
              PERFORM 195-LOAD-WRITE-OFF-RECORD
                 UNTIL WRITE-OFF-STATUS NOT = "00"
              CLOSE WRITE-OFF-FILE
           END-IF.

       190-LOAD-WRITE-OFFS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-WRITE-OFF-RECORD)              *
      *                    1. READ THE NEXT REGISTER RECORD INTO THE  *
      *                          TABLE                                *
      *                    1. A FULL TABLE WOULD DUN WRITTEN-OFF      *
      *                          ACCOUNTS AGAIN - STOP                *
      *                     ENDPROC (LOAD-WRITE-OFF-RECORD)           *
      *********************-END PSEUDOCODE-****************************

       195-LOAD-WRITE-OFF-RECORD.

           READ WRITE-OFF-FILE
              AT END MOVE "10" TO WRITE-OFF-STATUS
              NOT AT END
                 IF WRO-COUNT < WRO-MAX
                    ADD 1 TO WRO-COUNT
                    MOVE WOR-ACCT TO WRO-ACCT(WRO-COUNT)
                 ELSE
                    DISPLAY "DUNNING - WRITE-OFF REGISTER OVERFLOWED "
                            "THE TABLE - RAISE WRO-MAX AND RERUN"
                    CLOSE WRITE-OFF-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

       195-LOAD-WRITE-OFF-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ACCOUNTS)               *
      *                    1. LOAD EVERY ACCOUNT ON THE CLOSED-       *
      *                          ACCOUNTS REGISTER INTO THE TABLE     *
      *                     ENDPROC (LOAD-CLOSED-ACCOUNTS)            *
      *********************-END PSEUDOCODE-****************************

       192-LOAD-CLOSED-ACCOUNTS.

           OPEN INPUT CLOSED-FILE.

           IF CLOSED-STATUS = "00"
              PERFORM 193-LOAD-CLOSED-RECORD
                 UNTIL CLOSED-STATUS NOT = "00"
              CLOSE CLOSED-FILE
           END-IF.

       192-LOAD-CLOSED-ACCOUNTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-RECORD)                 *
      *                    1. READ THE NEXT REGISTER RECORD INTO THE  *
      *                          TABLE                                *
      *                    1. A FULL TABLE WOULD DUN CLOSED ACCOUNTS  *
      *                          AGAIN - STOP                         *
      *                     ENDPROC (LOAD-CLOSED-RECORD)              *
      *********************-END PSEUDOCODE-****************************

       193-LOAD-CLOSED-RECORD.

           READ CLOSED-FILE
              AT END MOVE "10" TO CLOSED-STATUS
              NOT AT END
                 IF CLT-COUNT < CLT-MAX
                    ADD 1 TO CLT-COUNT
                    MOVE CLR-ACCT TO CLT-ACCT(CLT-COUNT)
                 ELSE
                    DISPLAY "DUNNING - CLOSED-ACCOUNTS REGISTER "
                            "OVERFLOWED THE TABLE - RAISE CLT-MAX AND "
                            "RERUN"
                    CLOSE CLOSED-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

       193-LOAD-CLOSED-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROCESS-EXCEPTION)                  *
      *                    1. READ THE NEXT EXCEPTION RECORD - ONLY   *
      *                          "BALANCE NOT POSITIVE" IS DUNNING    *
      *                          BUSINESS                             *
      *                    1. PASS OVER A WRITTEN-OFF ACCOUNT STILL   *
      *                          AT ZERO, AND A CLOSED ACCOUNT        *
      *                    1. BUMP OR START THE ACCOUNT'S             *
      *                          CONSECUTIVE-NIGHT COUNT              *
      *                    1. ESCALATE WHEN A THRESHOLD IS CROSSED    *
              AT END SET EOF TO TRUE
           END-READ.

      *******   A WRITTEN-OFF ACCOUNT STILL AT ZERO OWES NOTHING -
      *******     LEAVING IT UNSEEN DROPS IT OFF THE HISTORY
           MOVE 0 TO WRO-HIT.
           IF NOT EOF
              AND EXC-REASON = "BALANCE NOT POSITIVE"
              PERFORM 260-FIND-WRITE-OFF
                 THRU 260-FIND-WRITE-OFF-EXIT
           END-IF.

      *******   A CLOSED OR MERGED-AWAY ACCOUNT IS NO LONGER DUNNED,
      *******     WHATEVER IT SHOWS - IT DROPS OFF THE HISTORY TOO
           MOVE 0 TO CLT-HIT.
           IF NOT EOF
              AND EXC-REASON = "BALANCE NOT POSITIVE"
              AND WRO-HIT = 0
              PERFORM 270-FIND-CLOSED
           END-IF.

           IF NOT EOF
              AND EXC-REASON = "BALANCE NOT POSITIVE"
              AND WRO-HIT = 0
              AND CLT-HIT = 0

              PERFORM 250-FIND-DUN-ENTRY


           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-WRITE-OFF)                     *
      *                    1. ONLY A ZERO BALANCE CAN BE A WRITE-OFF  *
      *                          STILL STANDING                       *
      *                    1. FIND THE EXCEPTION'S ACCOUNT ON THE     *
      *                          WRITE-OFF TABLE, LEAVING ITS         *
      *                          SUBSCRIPT IN WRO-HIT                 *
      *                     ENDPROC (FIND-WRITE-OFF)                  *
      *********************-END PSEUDOCODE-****************************

       260-FIND-WRITE-OFF.

           MOVE 0 TO WRO-HIT.
           MOVE FUNCTION NUMVAL(EXC-BAL) TO EXC-BAL-NUM.
           IF EXC-BAL-NUM NOT = 0
              GO TO 260-FIND-WRITE-OFF-EXIT
           END-IF.

           PERFORM 265-CHECK-WRITE-OFF
              VARYING WRO-IDX FROM 1 BY 1
              UNTIL WRO-IDX > WRO-COUNT OR WRO-HIT > 0.

           IF WRO-HIT > 0
              ADD 1 TO WRITTEN-OFF-SKIPPED
           END-IF.

       260-FIND-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-WRITE-OFF)                    *
      *                    1. NOTE THE ENTRY IF IT IS THE EXCEPTION'S *
      *                          ACCOUNT                              *
      *                     ENDPROC (CHECK-WRITE-OFF)                 *
      *********************-END PSEUDOCODE-****************************

       265-CHECK-WRITE-OFF.

           IF WRO-ACCT(WRO-IDX) = EXC-ACCT
              MOVE WRO-IDX TO WRO-HIT
           END-IF.

       265-CHECK-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-CLOSED)                        *
      *                    1. FIND THE EXCEPTION'S ACCOUNT ON THE     *
      *                          CLOSED TABLE, LEAVING ITS SUBSCRIPT  *
      *                          IN CLT-HIT                           *
      *                     ENDPROC (FIND-CLOSED)                     *
      *********************-END PSEUDOCODE-****************************

       270-FIND-CLOSED.

           MOVE 0 TO CLT-HIT.
           PERFORM 275-CHECK-CLOSED
              VARYING CLT-IDX FROM 1 BY 1
              UNTIL CLT-IDX > CLT-COUNT OR CLT-HIT > 0.

           IF CLT-HIT > 0
              ADD 1 TO CLOSED-SKIPPED
           END-IF.

       270-FIND-CLOSED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CLOSED)                       *
      *                    1. NOTE THE ENTRY IF IT IS THE EXCEPTION'S *
      *                          ACCOUNT                              *
      *                     ENDPROC (CHECK-CLOSED)                    *
      *********************-END PSEUDOCODE-****************************

       275-CHECK-CLOSED.

           IF CLT-ACCT(CLT-IDX) = EXC-ACCT
              MOVE CLT-IDX TO CLT-HIT
           END-IF.

       275-CHECK-CLOSED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ESCALATE-ACCOUNT)                   *
      *                    1. AT 60 NIGHTS, REFER THE ACCOUNT TO      *
