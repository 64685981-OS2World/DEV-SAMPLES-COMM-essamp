      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CREDREVW.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Nightly credit review.  Compares every             *
      *            CUSTOMER-BAL on IBMabase, fetched a block at a     *
      *            time via BFUNC4, against the account's limit on    *
      *            the standing credit limit file ("CREDLIM"), and    *
      *            prints the over-limit report ("OVERLIMT") and the  *
      *            credit-hold list order entry works from            *
      *            ("CREDHOLD").                                      *
      *                                                               *
      *            AN ACCOUNT WHOSE BALANCE IS ABOVE ITS LIMIT IS     *
      *            PUT ON A REVIEW HOLD.  AN ACCOUNT ON A REVIEW      *
      *            HOLD WHOSE BALANCE IS BACK WITHIN ITS LIMIT - A    *
      *            LOCKBOX PAYMENT HAVING BROUGHT IT DOWN - HAS THE   *
      *            HOLD LIFTED, AND THE OVER-LIMIT REPORT SHOWS THE   *
      *            LOCKBOX PAYMENTS ON THE AUDIT TRAIL ("AUDITTRL")   *
      *            SINCE THE ACCOUNT'S LAST REVIEW.  A MANUAL HOLD    *
      *            PUT ON IN CREDMNT IS NEVER LIFTED HERE.            *
      *                                                               *
      *            THE CREDIT-HOLD LIST IS FRESH EVERY NIGHT - ONE    *
      *            RECORD PER ACCOUNT ON HOLD, REVIEW OR MANUAL.      *
      *            AN ACCOUNT WITH NO CREDIT LIMIT ON FILE IS         *
      *            COUNTED BUT NEVER HELD.  A LIMIT ON FILE FOR AN    *
      *            ACCOUNT NO LONGER ON THE MASTER IS LISTED ON THE   *
      *            OVER-LIMIT REPORT FOR FOLLOW-UP.                   *
      *                                                               *
      *            EVERY LIMIT REVIEWED IS STAMPED WITH THE DATE AND  *
      *            TIME UP TO WHICH TONIGHT'S LOCKBOX PAYMENTS WERE   *
      *            COUNTED, SO THE NEXT REVIEW COUNTS EACH PAYMENT    *
      *            EXACTLY ONCE, AND THE CREDIT LIMIT FILE IS         *
      *            REWRITTEN.  A MASTER LOAD FAILURE ENDS THE RUN     *
      *            BEFORE ANY HOLD MOVES.  RUN AS A STANDARD STEP ON  *
      *            THE NIGHT SCHEDULE, AFTER BSAMPL.                  *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
      *                  an example of how the COBOL interface        *
      *                  routines can be used to invoke a server.     *
      *                                                               *
      * MODULE TYPE = Microfocus COBOL Compiler Version xxxx          *
      *********************-END PROLOGUE-******************************

       ID DIVISION.
         PROGRAM-ID. CREDREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-LIMIT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OVERLIMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  CREDIT-LIMIT-FILE The standing credit limit file - read      *
      *                   whole into storage at startup and rewritten *
      *                   whole with tonight's holds and review date. *
      *                   Record layout is UUBCRLIM.                  *
      *****************************************************************
       FD  CREDIT-LIMIT-FILE
           RECORDING MODE IS F.
       01  CREDIT-LIMIT-LINE        PIC X(66).

      *****************************************************************
      *  AUDIT-FILE       The audit trail - read only for the         *
      *                   "POST LOCKBOX PAYMENT" records LOCKBOX      *
      *                   writes, to show what brought a held         *
      *                   account back within its limit.              *
      *****************************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY UUBAUDIT.

      *****************************************************************
      *  REPORT-FILE      The printed over-limit report - fresh      *
      *                   every run.                                  *
      *****************************************************************
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD            PIC X(121).

      *****************************************************************
      *  HOLD-FILE        The credit-hold list for order entry -      *
      *                   fresh every run, one record per account     *
      *                   on hold after tonight's review.             *
      *****************************************************************
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05 HLD-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 HLD-NAME             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 HLD-BAL              PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 HLD-LIMIT            PIC 9(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 HLD-SOURCE           PIC X(1).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 HLD-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *             Working Storage Section                           *
      *****************************************************************
      *  BSERVER          Server Name                                 *
      *  BOPER            Default Operator Name                       *
      *  QPACOM           Commit the Transaction                      *
      *  BFUNC4           Function Code : Get Many Records            *
      *  BRCOK            Server Return Code OK                       *
      *  BLSTR            Last Record                                 *
      *  BQPARMS-SIZE     Request Parameters Record Size              *
      *                                                               *
      *  BRETCOD          SRPI Return Code                            *
      *                                                               *
      *  BQPARMS-RECORD   Request Parameters                          *
      *  QPAFLAGS         Processing Flags                            *
      *  QPAOPER          Requesting Operator                         *
      *****************************************************************

       77  BSERVER            PIC X(8)             VALUE "IBMabase".
       77  BOPER              PIC X(8)             VALUE "ADMIN".
       77  QPACOM             PIC 9(4)     COMP-5  VALUE H'02'.
       77  BFUNC4             PIC 9(4)     COMP-5  VALUE  IS 4.
       77  BRCOK              PIC 9(9)     COMP-5  VALUE H'00000000'.
       77  BLSTR              PIC 9(9)     COMP-5  VALUE H'00000004'.
       77  BQPARMS-SIZE       PIC 9(4)     COMP-5  VALUE IS 9.

       01  BRETCOD            PIC S9(9)    COMP-5.

       01  BQPARMS-RECORD.
           05 QPAFLAGS         PIC 9(2)     COMP-5.
           05 QPAOPER          PIC X(8).

        COPY UUBCUST.

      *****************************************************************
      *  CUSTOMER-BLOCK   The BFUNC4 (get many records) reply       *
      *                      buffer                                  *
      *  BLK-IDX           Subscript of the block entry being       *
      *                      processed                               *
      *  LAST-BLOCK-SW     'Y' once the server has returned the     *
      *                      final block of the stream               *
      *****************************************************************
        COPY UUBCBLK.

       01  BLK-IDX             PIC 9(4)  COMP-5.
       01  LAST-BLOCK-SW       PIC X(1)  VALUE "N".
           88 LAST-BLOCK                 VALUE "Y".
           88 NOT-LAST-BLOCK             VALUE "N".

      *****************************************************************
      *  MASTER-TABLE      The customer master, loaded once at       *
      *                       startup so no hold moves unless the    *
      *                       whole master was read                  *
      *  MST-COUNT          Master records loaded                    *
      *  MST-MAX            Capacity of the table                    *
      *  MST-IDX            Working subscript                        *
      *  MST-FULL-SW        'Y' once the master overflowed the       *
      *                       table                                  *
      *****************************************************************
       01  MASTER-TABLE.
           05 MST-ENTRY        PIC X(109) OCCURS 2000 TIMES.
       77  MST-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  MST-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  MST-IDX             PIC 9(4)  COMP-5.
       01  MST-FULL-SW         PIC X(1)  VALUE "N".
           88 MST-FULL                   VALUE "Y".

      *****************************************************************
      *  CREDIT-LIMIT-RECORD The working copy of the credit limit    *
      *                       record being reviewed                  *
      *****************************************************************
        COPY UUBCRLIM.

      *****************************************************************
      *  LIMIT-TABLE        The credit limit file, carried in        *
      *                       storage for the run                    *
      *  CRT-RECORD          The limit record, UUBCRLIM layout       *
      *  CRT-SEEN            'Y' once the account was found on the  *
      *                       master tonight                         *
      *  CRT-PAID            Lockbox payments on the audit trail    *
      *                       since the account's last review        *
      *  CRT-COUNT           Records in the table                   *
      *  CRT-MAX             Capacity of the table                  *
      *  CRT-IDX             Working subscript                      *
      *  CRT-HIT             Subscript of the account's limit       *
      *                       record - zero if it has none           *
      *  FIND-ACCT           The account being looked up            *
      *****************************************************************
       01  LIMIT-TABLE.
           05 CRT-ENTRY        OCCURS 2000 TIMES.
              10 CRT-RECORD    PIC X(66).
              10 CRT-SEEN-SW   PIC X(1).
                 88 CRT-SEEN            VALUE "Y".
              10 CRT-PAID      PIC S9(9) COMP-5.
       77  CRT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CRT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  CRT-IDX             PIC 9(4)  COMP-5.
       01  CRT-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  CREDIT-LIMIT-STATUS FILE STATUS for CREDIT-LIMIT-FILE       *
      *  AUDIT-STATUS        FILE STATUS for AUDIT-FILE              *
      *  RUN-DATE            The run date, captured once at startup  *
      *  REVIEW-STAMP        Tonight's review date and time - the    *
      *                       start of the run, moved on to the      *
      *                       newest audit record read, so every     *
      *                       payment counted tonight is at or       *
      *                       before it                              *
      *  AUDIT-STAMP         The audit record's date and time        *
      *  LAST-REVIEW-STAMP   The account's last review date and time *
      *****************************************************************
       01  CREDIT-LIMIT-STATUS PIC XX.
       01  AUDIT-STATUS        PIC XX.
       77  RUN-DATE            PIC 9(8).
       01  REVIEW-STAMP.
           05 REVIEW-DATE      PIC 9(8).
           05 REVIEW-TIME      PIC 9(8).
       01  AUDIT-STAMP.
           05 AUDIT-STAMP-DATE PIC 9(8).
           05 AUDIT-STAMP-TIME PIC 9(8).
       01  LAST-REVIEW-STAMP.
           05 LAST-REVIEW-DATE PIC 9(8).
           05 LAST-REVIEW-TIME PIC 9(8).

      *****************************************************************
      *  REVIEW-TOTALS       End-of-run counters                      *
      *  ACCOUNTS-REVIEWED   Master accounts with a limit on file     *
      *  ACCOUNTS-NO-LIMIT   Master accounts with no limit on file    *
      *  ACCOUNTS-OVER       Accounts over their limit tonight        *
      *  HOLDS-PLACED        Review holds put on tonight              *
      *  HOLDS-LIFTED        Review holds lifted tonight              *
      *  HOLDS-LISTED        Accounts on the credit-hold list         *
      *  LIMITS-OFF-MASTER   Limits on file for accounts not on the   *
      *                      master                                   *
      *  AMOUNT-OVER         Total by which accounts exceed limits    *
      *****************************************************************
       01  REVIEW-TOTALS.
           05 ACCOUNTS-REVIEWED PIC S9(9) COMP-5 VALUE 0.
           05 ACCOUNTS-NO-LIMIT PIC S9(9) COMP-5 VALUE 0.
           05 ACCOUNTS-OVER     PIC S9(9) COMP-5 VALUE 0.
           05 HOLDS-PLACED      PIC S9(9) COMP-5 VALUE 0.
           05 HOLDS-LIFTED      PIC S9(9) COMP-5 VALUE 0.
           05 HOLDS-LISTED      PIC S9(9) COMP-5 VALUE 0.
           05 LIMITS-OFF-MASTER PIC S9(9) COMP-5 VALUE 0.
           05 AMOUNT-OVER       PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  OVER-AMOUNT       CUSTOMER-BAL less CRL-LIMIT               *
      *  TOTAL-EDIT        Work field to edit a total for printing   *
      *****************************************************************
       77  OVER-AMOUNT         PIC S9(9) COMP-5.
       01  TOTAL-EDIT          PIC -(9)9.

       01  TITLE-LINE.
           05 FILLER           PIC X(26) VALUE
                                  "CREDIT LIMIT REVIEW - RUN ".
           05 TTL-DATE         PIC 9(8).

       01  HEADING-LINE.
           05 FILLER           PIC X(16) VALUE "ACCOUNT".
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE "CUSTOMER NAME".
           05 FILLER           PIC X(11) VALUE "    BALANCE".
           05 FILLER           PIC X(11) VALUE "      LIMIT".
           05 FILLER           PIC X(11) VALUE " OVER LIMIT".
           05 FILLER           PIC X(11) VALUE "    LOCKBOX".
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FILLER           PIC X(24) VALUE "ACTION".

       01  DETAIL-LINE.
           05 DTL-ACCT          PIC X(16).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-NAME          PIC X(25).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-BAL           PIC X(10).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-LIMIT         PIC X(10).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-OVER          PIC X(10).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-PAID          PIC X(10).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DTL-ACTION        PIC X(24).

       01  TOTAL-LINE.
           05 FILLER            PIC X(5)   VALUE SPACES.
           05 TOT-LABEL         PIC X(37).
           05 TOT-VALUE         PIC -(9)9.

       COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. LOAD THE CREDIT LIMIT FILE              *
      *                    1. TOTAL EACH LIMITED ACCOUNT'S LOCKBOX    *
      *                          PAYMENTS SINCE ITS LAST REVIEW       *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                    1. REVIEW EVERY MASTER ACCOUNT AGAINST     *
      *                          ITS LIMIT, PLACING AND LIFTING       *
      *                          REVIEW HOLDS AND WRITING THE         *
      *                          REPORT AND THE CREDIT-HOLD LIST      *
      *                    1. REPORT LIMITS FOR ACCOUNTS NOT ON THE   *
      *                          MASTER                               *
      *                    1. REWRITE THE CREDIT LIMIT FILE AND       *
      *                          PRINT THE RUN TOTALS                 *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO REVIEW-STAMP.

      *******   NO CREDIT LIMIT FILE MEANS NO LIMITS HAVE BEEN SET -
      *******     THERE IS NOTHING TO REVIEW, BUT ORDER ENTRY STILL
      *******     GETS AN EMPTY HOLD LIST RATHER THAN LAST NIGHT'S
           PERFORM 150-LOAD-LIMITS.

      *******   THE LOCKBOX PAYMENTS SINCE EACH ACCOUNT'S LAST REVIEW
           PERFORM 170-LOAD-LOCKBOX-PAYMENTS.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

      *******   SET REQUESTING OPERATOR ID
           MOVE BOPER TO QPAOPER.

      *******   INITIALIZE SERVER RETURN CODE
           MOVE BRCOK TO UERSERVRC.

      *******   INITIALIZE SRPI RETURN CODE
           MOVE UERERROK TO BRETCOD.

      *******   LOAD THE WHOLE CUSTOMER MASTER BEFORE ANY HOLD MOVES
           PERFORM 190-LOAD-MASTER-BLOCK UNTIL
             (LAST-BLOCK OR (BRETCOD NOT EQUAL UERERROK)).

           IF BRETCOD NOT = UERERROK
              DISPLAY "CREDREVW - CUSTOMER MASTER LOAD FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NO HOLDS CHANGED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   A MASTER THAT OVERFLOWED THE TABLE WOULD LEAVE THE
      *******     ACCOUNTS PAST IT UNREVIEWED AND THEIR LIMITS
      *******     WRONGLY LISTED AS OFF THE MASTER - STOP BEFORE ANY
      *******     HOLD MOVES
           IF MST-FULL
              DISPLAY "CREDREVW - CUSTOMER MASTER OVERFLOWED THE "
                      "TABLE - RAISE MST-MAX AND RERUN - NO HOLDS "
                      "CHANGED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT HOLD-FILE.

           MOVE RUN-DATE TO TTL-DATE.
           WRITE REPORT-RECORD FROM TITLE-LINE.
           WRITE REPORT-RECORD FROM HEADING-LINE.

           PERFORM 300-REVIEW-ACCOUNT
              VARYING MST-IDX FROM 1 BY 1
              UNTIL MST-IDX > MST-COUNT.

      *******   A LIMIT FOR AN ACCOUNT THE MASTER NO LONGER CARRIES
      *******     IS LISTED FOR FOLLOW-UP
           PERFORM 500-REPORT-OFF-MASTER
              VARYING CRT-IDX FROM 1 BY 1
              UNTIL CRT-IDX > CRT-COUNT.

           PERFORM 600-PRINT-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE HOLD-FILE.

           PERFORM 700-REWRITE-LIMITS.

           DISPLAY "CREDREVW - END OF RUN TOTALS".
           DISPLAY "  ACCOUNTS REVIEWED AGAINST A LIMIT. : "
                   ACCOUNTS-REVIEWED.
           DISPLAY "  ACCOUNTS WITH NO LIMIT ON FILE . . : "
                   ACCOUNTS-NO-LIMIT.
           DISPLAY "  ACCOUNTS OVER LIMIT. . . . . . . . : "
                   ACCOUNTS-OVER.
           DISPLAY "  REVIEW HOLDS PLACED. . . . . . . . : "
                   HOLDS-PLACED.
           DISPLAY "  REVIEW HOLDS LIFTED. . . . . . . . : "
                   HOLDS-LIFTED.
           DISPLAY "  ACCOUNTS ON THE CREDIT-HOLD LIST . : "
                   HOLDS-LISTED.
           DISPLAY "  LIMITS FOR ACCOUNTS NOT ON MASTER. : "
                   LIMITS-OFF-MASTER.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-LIMITS)                        *
      *                    1. READ THE CREDIT LIMIT FILE INTO THE     *
      *                          TABLE - A MISSING FILE IS AN EMPTY   *
      *                          ONE                                  *
      *                     ENDPROC (LOAD-LIMITS)                     *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-LIMITS.

           OPEN INPUT CREDIT-LIMIT-FILE.
           IF CREDIT-LIMIT-STATUS = "00"
              PERFORM 160-LOAD-LIMIT-ENTRY
                 UNTIL CREDIT-LIMIT-STATUS NOT = "00"
              CLOSE CREDIT-LIMIT-FILE
           ELSE
              DISPLAY "CREDREVW - NO CREDIT LIMIT FILE FOUND - NO "
                      "ACCOUNT HAS A LIMIT"
           END-IF.

       150-LOAD-LIMITS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-LIMIT-ENTRY)                   *
      *                    1. READ THE NEXT CREDIT LIMIT RECORD INTO  *
      *                          THE TABLE, UNSEEN AND UNPAID         *
      *                    1. A FULL TABLE STOPS THE RUN - A          *
      *                          REWRITE FROM A PARTIAL TABLE WOULD   *
      *                          LOSE THE LIMITS NOT LOADED           *
      *                     ENDPROC (LOAD-LIMIT-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       160-LOAD-LIMIT-ENTRY.

           READ CREDIT-LIMIT-FILE
              AT END MOVE "10" TO CREDIT-LIMIT-STATUS
              NOT AT END
                 IF CRT-COUNT NOT < CRT-MAX
                    DISPLAY "CREDREVW - CREDIT LIMIT FILE HOLDS MORE "
                            "THAN " CRT-MAX " ACCOUNTS - RAISE "
                            "CRT-MAX - NO HOLDS CHANGED"
                    CLOSE CREDIT-LIMIT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO CRT-COUNT
                 MOVE CREDIT-LIMIT-LINE TO CRT-RECORD(CRT-COUNT)
                 MOVE "N" TO CRT-SEEN-SW(CRT-COUNT)
                 MOVE 0 TO CRT-PAID(CRT-COUNT)
           END-READ.

       160-LOAD-LIMIT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-LOCKBOX-PAYMENTS)              *
      *                    1. READ THE AUDIT TRAIL, IF ANY, ADDING    *
      *                          EACH LOCKBOX PAYMENT TO ITS          *
      *                          ACCOUNT'S TOTAL                      *
      *                     ENDPROC (LOAD-LOCKBOX-PAYMENTS)           *
      *********************-END PSEUDOCODE-****************************

       170-LOAD-LOCKBOX-PAYMENTS.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
              PERFORM 180-ADD-LOCKBOX-PAYMENT
                 UNTIL AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-FILE
           END-IF.

       170-LOAD-LOCKBOX-PAYMENTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-LOCKBOX-PAYMENT)                *
      *                    1. READ THE NEXT AUDIT RECORD, MOVING      *
      *                          TONIGHT'S REVIEW STAMP ON TO IT IF   *
      *                          IT IS NEWER                          *
      *                    1. A LOCKBOX PAYMENT DATED AND TIMED AFTER *
      *                          ITS ACCOUNT'S LAST REVIEW IS ADDED   *
      *                          TO THE ACCOUNT'S TOTAL               *
      *                     ENDPROC (ADD-LOCKBOX-PAYMENT)             *
      *********************-END PSEUDOCODE-****************************

       180-ADD-LOCKBOX-PAYMENT.

           READ AUDIT-FILE
              AT END MOVE "10" TO AUDIT-STATUS
              NOT AT END
                 MOVE AUD-DATE TO AUDIT-STAMP-DATE
                 MOVE AUD-TIME TO AUDIT-STAMP-TIME
                 IF AUDIT-STAMP > REVIEW-STAMP
                    MOVE AUDIT-STAMP TO REVIEW-STAMP
                 END-IF
                 IF AUD-ACTION = "POST LOCKBOX PAYMENT"
                    MOVE AUD-ACCT TO FIND-ACCT
                    PERFORM 250-FIND-LIMIT-ENTRY
                    IF CRT-HIT > 0
                       MOVE CRT-RECORD(CRT-HIT)
                         TO CREDIT-LIMIT-RECORD
                       MOVE CRL-REVIEW-DATE TO LAST-REVIEW-DATE
                       MOVE CRL-REVIEW-TIME TO LAST-REVIEW-TIME
      *******   A REVIEW STAMPED BEFORE THE TIME WAS KEPT COUNTED
      *******     ITS WHOLE DAY
                       IF CRL-REVIEW-TIME NOT NUMERIC
                          MOVE 99999999 TO LAST-REVIEW-TIME
                       END-IF
                       IF AUDIT-STAMP > LAST-REVIEW-STAMP
                          ADD FUNCTION NUMVAL(AUD-BAL)
                            TO CRT-PAID(CRT-HIT)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       180-ADD-LOCKBOX-PAYMENT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MASTER-BLOCK)                  *
      *                    1. FETCH THE NEXT BLOCK OF CUSTOMER        *
      *                          RECORDS VIA BFUNC4 <SENDREQUEST>     *
      *                    1. STORE EVERY RECORD THE BLOCK CARRIES    *
      *                          IN THE MASTER TABLE                  *
      *                     ENDPROC (LOAD-MASTER-BLOCK)               *
      *********************-END PSEUDOCODE-****************************

       190-LOAD-MASTER-BLOCK.

      *******   INITIALIZE THE CPRB STRUCTURE <INIT_SEND_REQ_PARMS>
           CALL '__INIT_SEND_REQ_PARMS' USING UERCPRB.

      *******   MOVE SERVER NAME  INTO CPRB STRUCTURE
           MOVE BSERVER TO UERSERVER.

      *******   MOVE FUNCTION (GET MANY RECORDS) INTO CPRB STRUCTURE
           MOVE BFUNC4 TO UERFUNCT.

      *******   SET CPRB REQUEST PARAMETERS BUFFER INFORMATION
           MOVE BQPARMS-SIZE TO UERQPARML.
           SET UERQPARMAD TO ADDRESS OF BQPARMS-RECORD.

      *******   SET CPRB REPLY DATA BUFFER = THE CUSTOMER BLOCK
           MOVE CBK-SIZE TO UERRDATAL.
           SET UERRDATAAD TO ADDRESS OF CUSTOMER-BLOCK.

      *******   SEND THE REQUEST TO THE SERVER <SENDREQUEST>
           CALL '__SENDREQUEST' USING UERCPRB.

      *******   RETURN SRPI RETURN CODE TO MAIN
           MOVE UERRETCODE TO BRETCOD.

      *******   THE LAST-RECORD SIGNAL ON A BLOCK FETCH MARKS THE
      *******     FINAL BLOCK OF THE STREAM
           IF UERSERVRC = BLSTR
              SET LAST-BLOCK TO TRUE
           END-IF.

           IF BRETCOD = UERERROK
              AND (UERSERVRC = BRCOK OR UERSERVRC = BLSTR)
              PERFORM 200-STORE-MASTER-ENTRY
                 VARYING BLK-IDX FROM 1 BY 1
                 UNTIL BLK-IDX > CBK-COUNT
           END-IF.

       190-LOAD-MASTER-BLOCK-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (STORE-MASTER-ENTRY)                 *
      *                    1. STORE THE NEXT BLOCK ENTRY IN THE       *
      *                          MASTER TABLE, FLAGGING AN OVERFLOW   *
      *                     ENDPROC (STORE-MASTER-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       200-STORE-MASTER-ENTRY.

           IF MST-COUNT < MST-MAX
              ADD 1 TO MST-COUNT
              MOVE CBK-ENTRY(BLK-IDX) TO MST-ENTRY(MST-COUNT)
           ELSE
              SET MST-FULL TO TRUE
           END-IF.

       200-STORE-MASTER-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-LIMIT-ENTRY)                   *
      *                    1. FIND FIND-ACCT IN THE LIMIT TABLE,      *
      *                          LEAVING ITS SUBSCRIPT IN CRT-HIT     *
      *                     ENDPROC (FIND-LIMIT-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       250-FIND-LIMIT-ENTRY.

           MOVE 0 TO CRT-HIT.
           PERFORM 260-CHECK-LIMIT-ENTRY
              VARYING CRT-IDX FROM 1 BY 1
              UNTIL CRT-IDX > CRT-COUNT OR CRT-HIT > 0.

       250-FIND-LIMIT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-LIMIT-ENTRY)                  *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-LIMIT-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       260-CHECK-LIMIT-ENTRY.

           IF CRT-RECORD(CRT-IDX)(1:16) = FIND-ACCT
              MOVE CRT-IDX TO CRT-HIT
           END-IF.

       260-CHECK-LIMIT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REVIEW-ACCOUNT)                     *
      *                    1. FIND THE MASTER ACCOUNT'S LIMIT - NO    *
      *                          LIMIT, NOTHING TO REVIEW             *
      *                    1. OVER THE LIMIT - REPORT IT AND PUT ON   *
      *                          A REVIEW HOLD IF NOT ALREADY HELD    *
      *                    1. WITHIN THE LIMIT ON A REVIEW HOLD -     *
      *                          LIFT THE HOLD AND REPORT IT WITH     *
      *                          THE LOCKBOX PAYMENTS RECEIVED        *
      *                    1. STAMP THE REVIEW DATE, STORE THE        *
      *                          RECORD, AND LIST THE ACCOUNT FOR     *
      *                          ORDER ENTRY IF STILL ON HOLD         *
      *                     ENDPROC (REVIEW-ACCOUNT)                  *
      *********************-END PSEUDOCODE-****************************

       300-REVIEW-ACCOUNT.

           MOVE MST-ENTRY(MST-IDX) TO CUSTOMER-RECORD.
           MOVE CUSTOMER-ACCT TO FIND-ACCT.
           PERFORM 250-FIND-LIMIT-ENTRY.

           IF CRT-HIT = 0
              ADD 1 TO ACCOUNTS-NO-LIMIT
           ELSE
              ADD 1 TO ACCOUNTS-REVIEWED
              MOVE "Y" TO CRT-SEEN-SW(CRT-HIT)
              MOVE CRT-RECORD(CRT-HIT) TO CREDIT-LIMIT-RECORD

              IF CUSTOMER-BAL > CRL-LIMIT

      *******   OVER THE LIMIT - A HOLD ALREADY ON, OF EITHER KIND,
      *******     STAYS AS IT IS
                 ADD 1 TO ACCOUNTS-OVER
                 COMPUTE OVER-AMOUNT = CUSTOMER-BAL - CRL-LIMIT
                 ADD OVER-AMOUNT TO AMOUNT-OVER
                 IF CRL-ON-HOLD
                    MOVE "OVER LIMIT - ON HOLD" TO DTL-ACTION
                 ELSE
                    MOVE "Y" TO CRL-HOLD
                    MOVE "R" TO CRL-HOLD-SOURCE
                    ADD 1 TO HOLDS-PLACED
                    MOVE "OVER LIMIT - HOLD PLACED" TO DTL-ACTION
                 END-IF
                 PERFORM 400-PRINT-DETAIL
              ELSE

      *******   WITHIN THE LIMIT - ONLY A HOLD THE REVIEW PUT ON IS
      *******     LIFTED HERE.  A MANUAL HOLD WAITS FOR AN OPERATOR.
                 IF CRL-ON-HOLD AND CRL-REVIEW-HOLD
                    MOVE "N" TO CRL-HOLD
                    MOVE SPACE TO CRL-HOLD-SOURCE
                    ADD 1 TO HOLDS-LIFTED
                    MOVE 0 TO OVER-AMOUNT
                    MOVE "WITHIN LIMIT - LIFTED" TO DTL-ACTION
                    PERFORM 400-PRINT-DETAIL
                 END-IF
              END-IF

              MOVE REVIEW-DATE TO CRL-REVIEW-DATE
              MOVE REVIEW-TIME TO CRL-REVIEW-TIME
              MOVE CREDIT-LIMIT-RECORD TO CRT-RECORD(CRT-HIT)

              IF CRL-ON-HOLD
                 PERFORM 450-WRITE-HOLD
              END-IF
           END-IF.

       300-REVIEW-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-DETAIL)                       *
      *                    1. PRINT ONE OVER-LIMIT REPORT LINE FOR    *
      *                          THE ACCOUNT BEING REVIEWED           *
      *                     ENDPROC (PRINT-DETAIL)                    *
      *********************-END PSEUDOCODE-****************************

       400-PRINT-DETAIL.

           MOVE CUSTOMER-ACCT TO DTL-ACCT.
           MOVE CUSTOMER-NAME TO DTL-NAME.
           MOVE CUSTOMER-BAL TO TOTAL-EDIT.
           MOVE TOTAL-EDIT TO DTL-BAL.
           MOVE CRL-LIMIT TO TOTAL-EDIT.
           MOVE TOTAL-EDIT TO DTL-LIMIT.
           IF OVER-AMOUNT > 0
              MOVE OVER-AMOUNT TO TOTAL-EDIT
              MOVE TOTAL-EDIT TO DTL-OVER
           ELSE
              MOVE SPACES TO DTL-OVER
           END-IF.
           IF CRT-PAID(CRT-HIT) NOT = 0
              MOVE CRT-PAID(CRT-HIT) TO TOTAL-EDIT
              MOVE TOTAL-EDIT TO DTL-PAID
           ELSE
              MOVE SPACES TO DTL-PAID
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

       400-PRINT-DETAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-HOLD)                         *
      *                    1. LIST THE ACCOUNT ON THE CREDIT-HOLD     *
      *                          LIST FOR ORDER ENTRY                 *
      *                     ENDPROC (WRITE-HOLD)                      *
      *********************-END PSEUDOCODE-****************************

       450-WRITE-HOLD.

           MOVE SPACES TO HOLD-RECORD.
           MOVE CUSTOMER-ACCT TO HLD-ACCT.
           MOVE CUSTOMER-NAME TO HLD-NAME.
           MOVE CUSTOMER-BAL TO HLD-BAL.
           MOVE CRL-LIMIT TO HLD-LIMIT.
           MOVE CRL-HOLD-SOURCE TO HLD-SOURCE.
           MOVE RUN-DATE TO HLD-DATE.
           WRITE HOLD-RECORD.
           ADD 1 TO HOLDS-LISTED.

       450-WRITE-HOLD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-OFF-MASTER)                  *
      *                    1. A LIMIT WHOSE ACCOUNT WAS NOT ON THE    *
      *                          MASTER TONIGHT IS LISTED FOR         *
      *                          FOLLOW-UP                            *
      *                     ENDPROC (REPORT-OFF-MASTER)               *
      *********************-END PSEUDOCODE-****************************

       500-REPORT-OFF-MASTER.

           IF NOT CRT-SEEN(CRT-IDX)
              ADD 1 TO LIMITS-OFF-MASTER
              MOVE CRT-RECORD(CRT-IDX) TO CREDIT-LIMIT-RECORD
              MOVE CRL-ACCT TO DTL-ACCT
              MOVE SPACES TO DTL-NAME
              MOVE SPACES TO DTL-BAL
              MOVE CRL-LIMIT TO TOTAL-EDIT
              MOVE TOTAL-EDIT TO DTL-LIMIT
              MOVE SPACES TO DTL-OVER
              MOVE SPACES TO DTL-PAID
              MOVE "NOT ON CUSTOMER MASTER" TO DTL-ACTION
              WRITE REPORT-RECORD FROM DETAIL-LINE
           END-IF.

       500-REPORT-OFF-MASTER-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-TOTALS)                       *
      *                    1. PRINT THE RUN TOTALS AT THE FOOT OF     *
      *                          THE OVER-LIMIT REPORT                *
      *                     ENDPROC (PRINT-TOTALS)                    *
      *********************-END PSEUDOCODE-****************************

       600-PRINT-TOTALS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "ACCOUNTS REVIEWED AGAINST A LIMIT. :" TO TOT-LABEL.
           MOVE ACCOUNTS-REVIEWED TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACCOUNTS WITH NO LIMIT ON FILE . . :" TO TOT-LABEL.
           MOVE ACCOUNTS-NO-LIMIT TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACCOUNTS OVER LIMIT. . . . . . . . :" TO TOT-LABEL.
           MOVE ACCOUNTS-OVER TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "TOTAL AMOUNT OVER LIMIT. . . . . . :" TO TOT-LABEL.
           MOVE AMOUNT-OVER TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "REVIEW HOLDS PLACED. . . . . . . . :" TO TOT-LABEL.
           MOVE HOLDS-PLACED TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "REVIEW HOLDS LIFTED. . . . . . . . :" TO TOT-LABEL.
           MOVE HOLDS-LIFTED TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACCOUNTS ON THE CREDIT-HOLD LIST . :" TO TOT-LABEL.
           MOVE HOLDS-LISTED TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           MOVE "LIMITS FOR ACCOUNTS NOT ON MASTER. :" TO TOT-LABEL.
           MOVE LIMITS-OFF-MASTER TO TOT-VALUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

       600-PRINT-TOTALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REWRITE-LIMITS)                     *
      *                    1. WRITE THE WHOLE TABLE BACK AS THE NEW   *
      *                          CREDIT LIMIT FILE - ONLY IF THERE    *
      *                          WAS A FILE TO BEGIN WITH             *
      *                     ENDPROC (REWRITE-LIMITS)                  *
      *********************-END PSEUDOCODE-****************************

       700-REWRITE-LIMITS.

           IF CRT-COUNT > 0
              OPEN OUTPUT CREDIT-LIMIT-FILE
              IF CREDIT-LIMIT-STATUS NOT = "00"
                 DISPLAY "CREDREVW - CREDIT LIMIT FILE COULD NOT BE "
                         "REWRITTEN - STATUS " CREDIT-LIMIT-STATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 710-WRITE-LIMIT-ENTRY
                    VARYING CRT-IDX FROM 1 BY 1
                    UNTIL CRT-IDX > CRT-COUNT
                 CLOSE CREDIT-LIMIT-FILE
              END-IF
           END-IF.

       700-REWRITE-LIMITS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-LIMIT-ENTRY)                  *
      *                    1. WRITE ONE TABLE ENTRY                   *
      *                     ENDPROC (WRITE-LIMIT-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       710-WRITE-LIMIT-ENTRY.

           MOVE CRT-RECORD(CRT-IDX) TO CREDIT-LIMIT-LINE.
           WRITE CREDIT-LIMIT-LINE.

       710-WRITE-LIMIT-ENTRY-EXIT.

           EXIT.

           END PROGRAM CREDREVW.
