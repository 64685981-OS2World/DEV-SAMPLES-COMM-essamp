      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CUSTCLOS.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Supervised account close and duplicate-account     *
      *            merge.  The command line gives the operator ID,    *
      *            then either CLOSE and the account to close, or     *
      *            MERGE, the duplicate account and the account that  *
      *            survives it.  The account (or both accounts) is    *
      *            fetched from the customer master via BFUNC4 and    *
      *            shown on the console.                              *
      *                                                               *
      *            A CLOSE IS REFUSED UNLESS THE MASTER HOLDS THE     *
      *            ACCOUNT AT A ZERO BALANCE - A BALANCE MUST BE      *
      *            MERGED, PAID OR WRITTEN OFF FIRST.  A MERGE MOVES  *
      *            THE DUPLICATE'S BALANCE ONTO THE SURVIVING ACCOUNT *
      *            AS TWO OFFSETTING BFUNC2 UPDATES - THE BALANCE     *
      *            NEGATED ON THE DUPLICATE ("MERGE BALANCE OUT"),    *
      *            THE BALANCE ON THE SURVIVOR ("MERGE BALANCE IN") - *
      *            EACH WRITTEN TO THE AUDIT TRAIL ("AUDITTRL"), AND  *
      *            BEFORE AND AFTER IMAGES OF BOTH ACCOUNTS WRITTEN   *
      *            TO THE MAINTENANCE IMAGE FILE ("CUSTMAUD").  IF    *
      *            THE SECOND UPDATE FAILS THE FIRST IS POSTED BACK   *
      *            ("MERGE BALANCE BACKED OUT") AND NOTHING IS        *
      *            CLOSED.  THE DISTINCT ACTION TEXTS KEEP EVERY LEG  *
      *            OUT OF RECONCIL'S BFUNC2 TIE-OUT COUNTS.           *
      *                                                               *
      *            A SECOND (SUPERVISOR) OPERATOR, DIFFERENT FROM     *
      *            THE REQUESTING ONE AND HOLDING THE SAME GRANTS ON  *
      *            THE OPERATOR TABLE, MUST KEY THEIR ID AND CONFIRM  *
      *            BEFORE ANYTHING IS SENT.  A CLOSE NEEDS THE        *
      *            CUSTOMER MAINTENANCE FUNCTION; A MERGE ALSO NEEDS  *
      *            THE ACCOUNTS RECEIVABLE UPDATE FUNCTION.           *
      *                                                               *
      *            THE CLOSED (OR MERGED-AWAY) ACCOUNT IS WRITTEN TO  *
      *            THE AUDIT TRAIL WITH ACTION "CLOSE ACCOUNT" OR     *
      *            "MERGE ACCOUNT" AND APPENDED TO THE CLOSED-        *
      *            ACCOUNTS REGISTER ("CLOSEREG"), WHICH BSAMPL,      *
      *            DUNNING, DEBTSEND AND CUSTRPT READ TO LEAVE IT OUT *
      *            OF THEIR PROCESSING.  THE RECORD ITSELF STAYS ON   *
      *            THE CUSTOMER MASTER.  AN ACCOUNT ALREADY ON THE    *
      *            REGISTER CANNOT BE CLOSED AGAIN OR MERGED INTO.    *
      *                                                               *
      *            EVERY AUDIT RECORD WRITTEN IS SEQUENCED AND        *
      *            CHAINED THROUGH THE AUDIT CONTROL FILE ("AUDCTL")  *
      *            - SEE UUBAUDIT AND UUBACTL.                        *
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
         PROGRAM-ID. CUSTCLOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-STATUS.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  CLOSED-FILE      The closed-accounts register - read first   *
      *                   so an account already closed is refused,    *
      *                   then appended with the account closed.      *
      *                   Never truncated.                            *
      *****************************************************************
       FD  CLOSED-FILE
           RECORDING MODE IS F.
           COPY UUBCLREG.

      *****************************************************************
      *  AUDIT-FILE       The audit trail - one standard record per   *
      *                   merge leg posted, and one for the account   *
      *                   closed.                                     *
      *****************************************************************
       FD  AUDIT-FILE
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
      *  MAINT-AUDIT-FILE Before/after images of both accounts in a   *
      *                   merge, dated and timed, in the same layout  *
      *                   CUSTMNT writes.                             *
      *****************************************************************
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       01  MAINT-AUDIT-RECORD.
           05 MNT-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-OPER             PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-IMAGE            PIC X(6).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-NAME             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-ADDR             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-CITY             PIC X(15).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-STAT             PIC X(15).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-ZIP              PIC X(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MNT-BAL              PIC -(9)9.

      *****************************************************************
      *  OPERATOR-FILE    The standing operator table - both the      *
      *                   requesting operator and the approving       *
      *                   supervisor must be on it with the functions *
      *                   the close or merge needs.                   *
      *****************************************************************
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY UUBOPER.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *             Working Storage Section                           *
      *****************************************************************
      *  BSERVER          Server Name                                 *
      *  QPALOG           Log the Transaction                         *
      *  QPACOM           Commit the Transaction                      *
      *  BFUNC2           Function Code : Update Accounts             *
      *  BFUNC4           Function Code : Get Many Records            *
      *  BRCOK            Server Return Code OK                       *
      *  BLSTR            Last Record                                 *
      *  BQPARMS-SIZE     Request Parameters Record Size              *
      *  CUST-REC-SIZE    Customer Record Size                        *
      *                                                               *
      *  BRETCOD          SRPI Return Code                            *
      *                                                               *
      *  BQPARMS-RECORD   Request Parameters                          *
      *  QPAFLAGS         Processing Flags                            *
      *  QPAOPER          Requesting Operator                         *
      *****************************************************************

       77  BSERVER            PIC X(8)             VALUE "IBMabase".
       77  QPALOG             PIC 9(4)     COMP-5  VALUE H'01'.
       77  QPACOM             PIC 9(4)     COMP-5  VALUE H'02'.
       77  BFUNC2             PIC 9(4)     COMP-5  VALUE  IS 2.
       77  BFUNC4             PIC 9(4)     COMP-5  VALUE  IS 4.
       77  BRCOK              PIC 9(9)     COMP-5  VALUE H'00000000'.
       77  BLSTR              PIC 9(9)     COMP-5  VALUE H'00000004'.
       77  BQPARMS-SIZE       PIC 9(4)     COMP-5  VALUE IS 9.
       77  CUST-REC-SIZE      PIC 9(4)     COMP-5  VALUE IS 109.

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
      *                       startup so the accounts named can be   *
      *                       shown with the balances the master     *
      *                       holds now                              *
      *  MST-COUNT          Master records loaded                    *
      *  MST-MAX            Capacity of the table                    *
      *  MST-IDX            Working subscript                        *
      *  MST-HIT            Subscript of FIND-ACCT's master record   *
      *                       - zero if it is not on the master      *
      *  MST-FULL-SW        'Y' once the master overflowed the       *
      *                       table - the run stops                  *
      *****************************************************************
       01  MASTER-TABLE.
           05 MST-ENTRY        PIC X(109) OCCURS 2000 TIMES.
       77  MST-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  MST-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  MST-IDX             PIC 9(4)  COMP-5.
       01  MST-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  MST-FULL-SW         PIC X(1)  VALUE "N".
           88 MST-FULL                   VALUE "Y".

      *****************************************************************
      *  CLOSED-TABLE      Every account already on the closed-      *
      *                       accounts register                      *
      *  CLT-ACCT           The account                              *
      *  CLT-COUNT          Accounts in the table                    *
      *  CLT-MAX            Capacity of the table                    *
      *  CLT-IDX            Working subscript                        *
      *  CLT-HIT            Subscript of FIND-ACCT's entry - zero if *
      *                       it has never been closed               *
      *  FIND-ACCT          The account being looked up              *
      *****************************************************************
       01  CLOSED-TABLE.
           05 CLT-ACCT         PIC X(16) OCCURS 2000 TIMES.
       77  CLT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CLT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  CLT-IDX             PIC 9(4)  COMP-5.
       01  CLT-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  DUP-CUSTOMER      The account being closed - for a merge,   *
      *                       the duplicate - as the master holds it *
      *  DUP-IDX            Its subscript in the master table        *
      *  SURV-CUSTOMER     The surviving account of a merge, as the  *
      *                       master holds it                        *
      *  SURV-IDX           Its subscript in the master table        *
      *  MOVE-AMOUNT       The balance moved by a merge              *
      *  POST-AMOUNT       The balance applied by the update being   *
      *                       sent                                   *
      *  LEG-ACTION        The audit action of the update sent       *
      *  IMAGE-TYPE        BEFORE or AFTER, for the image written    *
      *****************************************************************
       01  DUP-CUSTOMER.
           05 DUP-NAME         PIC X(25).
           05 DUP-ADDR         PIC X(25).
           05 DUP-CITY         PIC X(15).
           05 DUP-STAT         PIC X(15).
           05 DUP-ZIP          PIC X(9).
           05 DUP-ACCT         PIC X(16).
           05 DUP-BAL          PIC S9(9) COMP-5.
       01  DUP-IDX             PIC 9(4)  COMP-5  VALUE 0.
       01  SURV-CUSTOMER.
           05 SURV-NAME        PIC X(25).
           05 SURV-ADDR        PIC X(25).
           05 SURV-CITY        PIC X(15).
           05 SURV-STAT        PIC X(15).
           05 SURV-ZIP         PIC X(9).
           05 SURV-ACCT        PIC X(16).
           05 SURV-BAL         PIC S9(9) COMP-5.
       01  SURV-IDX            PIC 9(4)  COMP-5  VALUE 0.
       01  MOVE-AMOUNT         PIC S9(9) COMP-5  VALUE 0.
       01  POST-AMOUNT         PIC S9(9) COMP-5  VALUE 0.
       01  LEG-ACTION          PIC X(25) VALUE SPACES.
       01  IMAGE-TYPE          PIC X(6)  VALUE SPACES.

      *****************************************************************
      *  CLOSED-STATUS       FILE STATUS for CLOSED-FILE              *
      *  AUDIT-STATUS        FILE STATUS for AUDIT-FILE               *
      *  MAINT-STATUS        FILE STATUS for MAINT-AUDIT-FILE         *
      *  OPERATOR-STATUS     FILE STATUS for OPERATOR-FILE            *
      *****************************************************************
       01  CLOSED-STATUS       PIC XX.
       01  AUDIT-STATUS        PIC XX.
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
      *  COMMAND-ARGS     The raw command line - operator ID, CLOSE  *
      *                      or MERGE, the account to close, and for *
      *                      a merge the surviving account           *
      *  SIGNON-OPER      The requesting operator                    *
      *  CLOSE-FUNCTION   CLOSE or MERGE, as keyed                   *
      *  CLOSE-ACCT       The account to close, or the duplicate     *
      *  SURVIVOR-ACCT    The surviving account of a merge           *
      *  EXTRA-ARG        Anything keyed past the last parameter     *
      *  SUPER-OPER       The approving supervisor, keyed at the     *
      *                      console                                  *
      *  CHECK-OPER       The operator ID being checked against the  *
      *                      operator table                           *
      *  OPER-FOUND-SW    'Y' once the operator row being checked   *
      *                      has been read                            *
      *  CONFIRM-REPLY    The supervisor's approval reply            *
      *  MERGE-FAILED-SW  'Y' if a merge leg could not be posted -   *
      *                      nothing is closed                        *
      *****************************************************************
       01  COMMAND-ARGS        PIC X(60) VALUE SPACES.
       01  SIGNON-OPER         PIC X(8)  VALUE SPACES.
       01  CLOSE-FUNCTION      PIC X(8)  VALUE SPACES.
           88 CLOSE-REQUESTED            VALUE "CLOSE".
           88 MERGE-REQUESTED            VALUE "MERGE".
       01  CLOSE-ACCT          PIC X(16) VALUE SPACES.
       01  SURVIVOR-ACCT       PIC X(16) VALUE SPACES.
       01  EXTRA-ARG           PIC X(16) VALUE SPACES.
       01  SUPER-OPER          PIC X(8)  VALUE SPACES.
       01  CHECK-OPER          PIC X(8)  VALUE SPACES.
       01  OPER-FOUND-SW       PIC X(1)  VALUE "N".
           88 OPER-FOUND                 VALUE "Y".
           88 OPER-NOT-FOUND             VALUE "N".
       01  CONFIRM-REPLY       PIC X(1)  VALUE SPACES.
       01  MERGE-FAILED-SW     PIC X(1)  VALUE "N".
           88 MERGE-FAILED               VALUE "Y".

      *****************************************************************
      *  RUN-DATE          The date and time the close was approved, *
      *  RUN-TIME             stamped on every record written so the *
      *                       audit, image and register records of   *
      *                       one close can be matched               *
      *  BAL-OUT           Edited field for the console              *
      *****************************************************************
       77  RUN-DATE            PIC 9(8).
       77  RUN-TIME            PIC 9(8).
       01  BAL-OUT             PIC -(9)9.

      *****************************************************************
      *  QPAFLAGS-LOGCOM   QPACOM and QPALOG OR'd together, so the  *
      *                       update-accounts-receivable request also *
      *                       asks the server to log the transaction. *
      *****************************************************************
       77  QPAFLAGS-LOGCOM PIC 9(4)     COMP-5.

        COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. SIGN THE REQUESTING OPERATOR ON - THE   *
      *                          FUNCTIONS THE CLOSE OR MERGE NEEDS   *
      *                          MUST BE GRANTED                      *
      *                    1. REFUSE AN ACCOUNT ALREADY ON THE        *
      *                          CLOSED-ACCOUNTS REGISTER             *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                          AND FIND THE ACCOUNTS NAMED          *
      *                    1. REFUSE A CLOSE WITH A BALANCE OWING     *
      *                    1. SHOW THE CLOSE OR MERGE, THEN TAKE THE  *
      *                          SUPERVISOR'S ID AND CONFIRMATION     *
      *                    1. POST A MERGE'S TWO OFFSETTING UPDATES   *
      *                    1. RECORD THE CLOSE ON THE AUDIT TRAIL AND *
      *                          THE CLOSED-ACCOUNTS REGISTER         *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE COMMAND LINE CARRIES THE SIGNED-ON OPERATOR ID,
      *******     CLOSE OR MERGE, THE ACCOUNT TO CLOSE AND, FOR A
      *******     MERGE, THE ACCOUNT THAT SURVIVES IT
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO SIGNON-OPER
                   CLOSE-FUNCTION
                   CLOSE-ACCT
                   SURVIVOR-ACCT
                   EXTRA-ARG.

           IF SIGNON-OPER = SPACES OR CLOSE-ACCT = SPACES
              OR EXTRA-ARG NOT = SPACES
              OR NOT (CLOSE-REQUESTED OR MERGE-REQUESTED)
              OR (CLOSE-REQUESTED AND SURVIVOR-ACCT NOT = SPACES)
              OR (MERGE-REQUESTED AND SURVIVOR-ACCT = SPACES)
              DISPLAY "CUSTCLOS - GIVE THE OPERATOR ID, THEN EITHER "
                      "CLOSE AND THE ACCOUNT, OR MERGE, THE DUPLICATE "
                      "ACCOUNT AND THE SURVIVING ACCOUNT, AS THE "
                      "COMMAND LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF MERGE-REQUESTED AND SURVIVOR-ACCT = CLOSE-ACCT
              DISPLAY "CUSTCLOS - AN ACCOUNT CANNOT BE MERGED INTO "
                      "ITSELF"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE REQUESTING OPERATOR MUST HOLD THE FUNCTIONS THE
      *******     CLOSE OR MERGE NEEDS
           MOVE SIGNON-OPER TO CHECK-OPER.
           PERFORM 120-CHECK-OPERATOR.

      *******   AN ACCOUNT CLOSED ONCE STAYS CLOSED, AND NOTHING IS
      *******     MERGED INTO AN ACCOUNT THAT IS NO LONGER PROCESSED
           PERFORM 150-LOAD-CLOSED-ACCOUNTS.

           MOVE CLOSE-ACCT TO FIND-ACCT.
           PERFORM 160-FIND-CLOSED.
           IF CLT-HIT > 0
              DISPLAY "CUSTCLOS - ACCOUNT " CLOSE-ACCT
                      " IS ALREADY ON THE CLOSED-ACCOUNTS REGISTER"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF MERGE-REQUESTED
              MOVE SURVIVOR-ACCT TO FIND-ACCT
              PERFORM 160-FIND-CLOSED
              IF CLT-HIT > 0
                 DISPLAY "CUSTCLOS - SURVIVING ACCOUNT " SURVIVOR-ACCT
                         " IS ON THE CLOSED-ACCOUNTS REGISTER - "
                         "NOTHING MERGED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

      *******   BUILD THE COMMIT+LOG FLAGS USED ON THE UPDATE
      *******     ACCOUNTS RECEIVABLE REQUEST
           ADD QPACOM QPALOG GIVING QPAFLAGS-LOGCOM.

      *******   SET REQUESTING OPERATOR ID = THE SIGNED-ON OPERATOR
           MOVE SIGNON-OPER TO QPAOPER.

      *******   INITIALIZE SERVER RETURN CODE
           MOVE BRCOK TO UERSERVRC.

      *******   INITIALIZE SRPI RETURN CODE
           MOVE UERERROK TO BRETCOD.

      *******   LOAD THE CUSTOMER MASTER, A BLOCK AT A TIME
           PERFORM 190-LOAD-MASTER-BLOCK UNTIL
             (LAST-BLOCK OR (BRETCOD NOT EQUAL UERERROK)).

      *******   A PARTIAL MASTER COULD MISS EITHER ACCOUNT - STOP
      *******     BEFORE ANYTHING IS SHOWN
           IF BRETCOD NOT = UERERROK
              DISPLAY "CUSTCLOS - CUSTOMER MASTER LOAD FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MST-FULL
              DISPLAY "CUSTCLOS - CUSTOMER MASTER OVERFLOWED THE "
                      "TABLE - RAISE MST-MAX AND RERUN - NOTHING "
                      "CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE CLOSE-ACCT TO FIND-ACCT.
           PERFORM 320-FIND-MASTER-ACCT.
           IF MST-HIT = 0
              DISPLAY "CUSTCLOS - ACCOUNT " CLOSE-ACCT
                      " IS NOT ON THE CUSTOMER MASTER - NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE MST-HIT TO DUP-IDX.
           MOVE MST-ENTRY(DUP-IDX) TO DUP-CUSTOMER.

           IF MERGE-REQUESTED
              MOVE SURVIVOR-ACCT TO FIND-ACCT
              PERFORM 320-FIND-MASTER-ACCT
              IF MST-HIT = 0
                 DISPLAY "CUSTCLOS - SURVIVING ACCOUNT " SURVIVOR-ACCT
                         " IS NOT ON THE CUSTOMER MASTER - NOTHING "
                         "MERGED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE MST-HIT TO SURV-IDX
              MOVE MST-ENTRY(SURV-IDX) TO SURV-CUSTOMER
           END-IF.

      *******   A CLOSE LEAVES NOTHING BEHIND - A BALANCE MUST BE
      *******     MERGED, PAID OR WRITTEN OFF FIRST
           IF CLOSE-REQUESTED AND DUP-BAL NOT = 0
              MOVE DUP-BAL TO BAL-OUT
              DISPLAY "CUSTCLOS - ACCOUNT " CLOSE-ACCT
                      " STILL CARRIES A BALANCE OF " BAL-OUT
                      " - IT CANNOT BE CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 300-SHOW-CLOSE
              THRU 300-SHOW-CLOSE-EXIT.

      *******   THE SECOND PAIR OF EYES - A DIFFERENT OPERATOR, WITH
      *******     THE SAME GRANTS, MUST CONFIRM BEFORE ANYTHING IS SENT
           PERFORM 400-SUPERVISOR-SIGN-ON.

      *******   CAPTURE THE DATE AND TIME ONCE - EVERY RECORD THIS
      *******     CLOSE WRITES CARRIES THEM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUN-TIME.

      *******   THE AUDIT TRAIL, THE IMAGE FILE AND THE REGISTER ARE
      *******     PERMANENT - APPEND, FALLING BACK TO OPEN OUTPUT THE
      *******     FIRST TIME EACH EXISTS
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.
           OPEN EXTEND CLOSED-FILE.
           IF CLOSED-STATUS NOT = "00"
              OPEN OUTPUT CLOSED-FILE
           END-IF.

           IF MERGE-REQUESTED
              OPEN EXTEND MAINT-AUDIT-FILE
              IF MAINT-STATUS NOT = "00"
                 OPEN OUTPUT MAINT-AUDIT-FILE
              END-IF
              PERFORM 500-POST-MERGE
                 THRU 500-POST-MERGE-EXIT
              CLOSE MAINT-AUDIT-FILE
           END-IF.

           IF MERGE-FAILED
              CLOSE AUDIT-FILE
              IF AUDCTL-OPEN
                 CLOSE AUDIT-CONTROL-FILE
              END-IF
              CLOSE CLOSED-FILE
              DISPLAY "CUSTCLOS - MERGE NOT COMPLETED - ACCOUNT "
                      CLOSE-ACCT " NOT CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 600-RECORD-CLOSE.

           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           CLOSE CLOSED-FILE.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-OPERATOR)                     *
      *                    1. FIND THE OPERATOR WHOSE ID IS IN        *
      *                          CHECK-OPER ON THE STANDING OPERATOR  *
      *                          TABLE                                *
      *                    1. REJECT ONE THE TABLE DOES NOT GRANT     *
      *                          CUSTOMER MAINTENANCE, OR FOR A MERGE *
      *                          ACCOUNTS RECEIVABLE UPDATES          *
      *                     ENDPROC (CHECK-OPERATOR)                  *
      *********************-END PSEUDOCODE-****************************

       120-CHECK-OPERATOR.

      *******   THE ID BEING CHECKED ARRIVES IN CHECK-OPER
           SET OPER-NOT-FOUND TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
              DISPLAY "CUSTCLOS - NO OPERATOR TABLE FOUND - NO "
                      "ACCOUNTS CAN BE CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 130-FIND-OPERATOR
              UNTIL OPER-FOUND OR OPERATOR-STATUS NOT = "00".
           CLOSE OPERATOR-FILE.

           IF OPER-NOT-FOUND
              DISPLAY "CUSTCLOS - OPERATOR " CHECK-OPER
                      " IS NOT ON THE OPERATOR TABLE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT OPR-MAINT-ALLOWED
              DISPLAY "CUSTCLOS - OPERATOR " CHECK-OPER
                      " IS NOT AUTHORIZED FOR CUSTOMER MAINTENANCE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   A MERGE POSTS TO THE ACCOUNTS RECEIVABLE FILE
           IF MERGE-REQUESTED AND NOT OPR-AR-ALLOWED
              DISPLAY "CUSTCLOS - OPERATOR " CHECK-OPER
                      " IS NOT AUTHORIZED FOR ACCOUNTS RECEIVABLE "
                      "UPDATES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       120-CHECK-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-OPERATOR)                      *
      *                    1. READ THE NEXT OPERATOR TABLE ROW,       *
      *                          FLAGGING THE ONE BEING CHECKED       *
      *                     ENDPROC (FIND-OPERATOR)                   *
      *********************-END PSEUDOCODE-****************************

       130-FIND-OPERATOR.

           READ OPERATOR-FILE
              AT END MOVE "10" TO OPERATOR-STATUS
              NOT AT END
                 IF OPR-ID = CHECK-OPER
                    SET OPER-FOUND TO TRUE
                 END-IF
           END-READ.

       130-FIND-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ACCOUNTS)               *
      *                    1. LOAD EVERY ACCOUNT ON THE CLOSED-       *
      *                          ACCOUNTS REGISTER - NO REGISTER YET  *
      *                          MEANS NOTHING HAS EVER BEEN CLOSED   *
      *                     ENDPROC (LOAD-CLOSED-ACCOUNTS)            *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-CLOSED-ACCOUNTS.

           OPEN INPUT CLOSED-FILE.
           IF CLOSED-STATUS = "00"
              PERFORM 155-LOAD-CLOSED-ENTRY
                 THRU 155-LOAD-CLOSED-ENTRY-EXIT
                 UNTIL CLOSED-STATUS NOT = "00"
              CLOSE CLOSED-FILE
           END-IF.

       150-LOAD-CLOSED-ACCOUNTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ENTRY)                  *
      *                    1. READ THE NEXT REGISTER RECORD           *
      *                    1. ADD ITS ACCOUNT TO THE TABLE            *
      *                     ENDPROC (LOAD-CLOSED-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       155-LOAD-CLOSED-ENTRY.

           READ CLOSED-FILE
              AT END MOVE "10" TO CLOSED-STATUS
           END-READ.

           IF CLOSED-STATUS NOT = "00"
              GO TO 155-LOAD-CLOSED-ENTRY-EXIT
           END-IF.

           IF CLT-COUNT < CLT-MAX
              ADD 1 TO CLT-COUNT
              MOVE CLR-ACCT TO CLT-ACCT(CLT-COUNT)
           ELSE

      *******   AN ACCOUNT LOST PAST THE OVERFLOW COULD BE CLOSED
      *******     TWICE OR MERGED INTO - STOP
              DISPLAY "CUSTCLOS - CLOSED-ACCOUNTS REGISTER OVERFLOWED "
                      "THE TABLE - RAISE CLT-MAX AND RERUN - NOTHING "
                      "CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       155-LOAD-CLOSED-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-CLOSED)                        *
      *                    1. FIND FIND-ACCT IN THE CLOSED TABLE,     *
      *                          LEAVING ITS SUBSCRIPT IN CLT-HIT     *
      *                     ENDPROC (FIND-CLOSED)                     *
      *********************-END PSEUDOCODE-****************************

       160-FIND-CLOSED.

           MOVE 0 TO CLT-HIT.
           PERFORM 165-CHECK-CLOSED
              VARYING CLT-IDX FROM 1 BY 1
              UNTIL CLT-IDX > CLT-COUNT OR CLT-HIT > 0.

       160-FIND-CLOSED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CLOSED)                       *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-CLOSED)                    *
      *********************-END PSEUDOCODE-****************************

       165-CHECK-CLOSED.

           IF CLT-ACCT(CLT-IDX) = FIND-ACCT
              MOVE CLT-IDX TO CLT-HIT
           END-IF.

       165-CHECK-CLOSED-EXIT.

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
              PERFORM 195-STORE-MASTER-ENTRY
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

       195-STORE-MASTER-ENTRY.

           IF MST-COUNT < MST-MAX
              ADD 1 TO MST-COUNT
              MOVE CBK-ENTRY(BLK-IDX) TO MST-ENTRY(MST-COUNT)
           ELSE
              SET MST-FULL TO TRUE
           END-IF.

       195-STORE-MASTER-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SHOW-CLOSE)                         *
      *                    1. SHOW THE ACCOUNT TO BE CLOSED AND, FOR  *
      *                          A MERGE, THE SURVIVING ACCOUNT AND   *
      *                          THE BALANCE THAT WILL MOVE           *
      *                     ENDPROC (SHOW-CLOSE)                      *
      *********************-END PSEUDOCODE-****************************

       300-SHOW-CLOSE.

           IF CLOSE-REQUESTED
              DISPLAY "CUSTCLOS - ACCOUNT TO BE CLOSED"
           ELSE
              DISPLAY "CUSTCLOS - DUPLICATE ACCOUNT TO BE MERGED AWAY"
           END-IF.
           DISPLAY "  ACCOUNT. . . . . . : " DUP-ACCT.
           DISPLAY "  NAME . . . . . . . : " DUP-NAME.
           DISPLAY "  ADDRESS. . . . . . : " DUP-ADDR.
           DISPLAY "  CITY/STATE/ZIP . . : " DUP-CITY " " DUP-STAT
                   " " DUP-ZIP.
           MOVE DUP-BAL TO BAL-OUT.
           DISPLAY "  BALANCE. . . . . . : " BAL-OUT.

           IF CLOSE-REQUESTED
              GO TO 300-SHOW-CLOSE-EXIT
           END-IF.

           DISPLAY "CUSTCLOS - SURVIVING ACCOUNT".
           DISPLAY "  ACCOUNT. . . . . . : " SURV-ACCT.
           DISPLAY "  NAME . . . . . . . : " SURV-NAME.
           DISPLAY "  ADDRESS. . . . . . : " SURV-ADDR.
           DISPLAY "  CITY/STATE/ZIP . . : " SURV-CITY " " SURV-STAT
                   " " SURV-ZIP.
           MOVE SURV-BAL TO BAL-OUT.
           DISPLAY "  BALANCE. . . . . . : " BAL-OUT.
           MOVE DUP-BAL TO BAL-OUT.
           DISPLAY "  BALANCE TO MOVE. . : " BAL-OUT.

       300-SHOW-CLOSE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-MASTER-ACCT)                   *
      *                    1. FIND FIND-ACCT IN THE MASTER TABLE,     *
      *                          LEAVING ITS SUBSCRIPT IN MST-HIT     *
      *                     ENDPROC (FIND-MASTER-ACCT)                *
      *********************-END PSEUDOCODE-****************************

       320-FIND-MASTER-ACCT.

           MOVE 0 TO MST-HIT.
           PERFORM 325-CHECK-MASTER-ACCT
              VARYING MST-IDX FROM 1 BY 1
              UNTIL MST-IDX > MST-COUNT OR MST-HIT > 0.

       320-FIND-MASTER-ACCT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-MASTER-ACCT)                  *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-MASTER-ACCT)               *
      *********************-END PSEUDOCODE-****************************

       325-CHECK-MASTER-ACCT.

           MOVE MST-ENTRY(MST-IDX) TO CUSTOMER-RECORD.
           IF CUSTOMER-ACCT = FIND-ACCT
              MOVE MST-IDX TO MST-HIT
           END-IF.

       325-CHECK-MASTER-ACCT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SUPERVISOR-SIGN-ON)                 *
      *                    1. TAKE THE SUPERVISOR'S ID AT THE         *
      *                          CONSOLE - IT MUST DIFFER FROM THE    *
      *                          REQUESTING OPERATOR AND HOLD THE     *
      *                          SAME FUNCTIONS                       *
      *                    1. TAKE THE SUPERVISOR'S Y/N - ANYTHING    *
      *                          BUT Y ENDS THE RUN WITH NOTHING SENT *
      *                     ENDPROC (SUPERVISOR-SIGN-ON)              *
      *********************-END PSEUDOCODE-****************************

       400-SUPERVISOR-SIGN-ON.

           DISPLAY "CUSTCLOS - SUPERVISOR ID TO APPROVE THE "
                   FUNCTION TRIM(CLOSE-FUNCTION) ":".
           MOVE SPACES TO SUPER-OPER.
           ACCEPT SUPER-OPER.

           IF SUPER-OPER = SPACES
              DISPLAY "CUSTCLOS - NO SUPERVISOR ID KEYED - NOTHING "
                      "CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE SAME PERSON CANNOT BE BOTH PAIRS OF EYES
           IF SUPER-OPER = SIGNON-OPER
              DISPLAY "CUSTCLOS - THE SUPERVISOR MUST BE A "
                      "DIFFERENT OPERATOR - NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SUPER-OPER TO CHECK-OPER.
           PERFORM 120-CHECK-OPERATOR.

           DISPLAY "CUSTCLOS - KEY Y TO APPROVE THE "
                   FUNCTION TRIM(CLOSE-FUNCTION) ":".
           MOVE SPACES TO CONFIRM-REPLY.
           ACCEPT CONFIRM-REPLY.

           IF CONFIRM-REPLY NOT = "Y"
              DISPLAY "CUSTCLOS - NOT APPROVED - NOTHING CLOSED"
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-SUPERVISOR-SIGN-ON-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-MERGE)                         *
      *                    1. POST THE DUPLICATE'S BALANCE NEGATED TO *
      *                          THE DUPLICATE                        *
      *                    1. POST THE BALANCE TO THE SURVIVOR - IF   *
      *                          THAT FAILS, POST THE FIRST UPDATE    *
      *                          BACK AND FLAG THE MERGE FAILED       *
      *                    1. WRITE BEFORE AND AFTER IMAGES OF BOTH   *
      *                          ACCOUNTS TO THE IMAGE FILE           *
      *                     ENDPROC (POST-MERGE)                      *
      *********************-END PSEUDOCODE-****************************

       500-POST-MERGE.

           MOVE DUP-BAL TO MOVE-AMOUNT.

      *******   A DUPLICATE AT ZERO HAS NOTHING TO MOVE - ONLY ITS
      *******     IMAGES ARE WRITTEN
           IF MOVE-AMOUNT = 0
              PERFORM 550-WRITE-MERGE-IMAGES
              GO TO 500-POST-MERGE-EXIT
           END-IF.

      *******   THE FIRST LEG - THE DUPLICATE IS LEFT AT ZERO
           MOVE DUP-CUSTOMER TO CUSTOMER-RECORD.
           SUBTRACT MOVE-AMOUNT FROM 0 GIVING POST-AMOUNT.
           PERFORM 520-SEND-UPDATE.
           IF BRETCOD NOT = UERERROK OR UERSERVRC NOT = BRCOK
              DISPLAY "CUSTCLOS - MERGE UPDATE FAILED FOR DUPLICATE "
                      "ACCOUNT " DUP-ACCT " - SRPI RC " BRETCOD
                      " SERVER RC " UERSERVRC
              SET MERGE-FAILED TO TRUE
              GO TO 500-POST-MERGE-EXIT
           END-IF.
           MOVE "MERGE BALANCE OUT" TO LEG-ACTION.
           PERFORM 540-WRITE-LEG-AUDIT.

      *******   THE SECOND LEG - THE SURVIVOR TAKES THE BALANCE
           MOVE SURV-CUSTOMER TO CUSTOMER-RECORD.
           MOVE MOVE-AMOUNT TO POST-AMOUNT.
           PERFORM 520-SEND-UPDATE.
           IF BRETCOD = UERERROK AND UERSERVRC = BRCOK
              MOVE "MERGE BALANCE IN" TO LEG-ACTION
              PERFORM 540-WRITE-LEG-AUDIT
              PERFORM 550-WRITE-MERGE-IMAGES
              GO TO 500-POST-MERGE-EXIT
           END-IF.

           DISPLAY "CUSTCLOS - MERGE UPDATE FAILED FOR SURVIVING "
                   "ACCOUNT " SURV-ACCT " - SRPI RC " BRETCOD
                   " SERVER RC " UERSERVRC.
           SET MERGE-FAILED TO TRUE.

      *******   THE BALANCE HAS LEFT THE DUPLICATE BUT NOT ARRIVED -
      *******     POST IT BACK SO NEITHER ACCOUNT IS SHORT
           MOVE DUP-CUSTOMER TO CUSTOMER-RECORD.
           MOVE MOVE-AMOUNT TO POST-AMOUNT.
           PERFORM 520-SEND-UPDATE.
           IF BRETCOD = UERERROK AND UERSERVRC = BRCOK
              MOVE "MERGE BALANCE BACKED OUT" TO LEG-ACTION
              PERFORM 540-WRITE-LEG-AUDIT
              DISPLAY "CUSTCLOS - BALANCE POSTED BACK TO ACCOUNT "
                      DUP-ACCT
           ELSE
              MOVE MOVE-AMOUNT TO BAL-OUT
              DISPLAY "CUSTCLOS - POST-BACK FAILED - SRPI RC "
                      BRETCOD " SERVER RC " UERSERVRC
              DISPLAY "CUSTCLOS - ACCOUNT " DUP-ACCT
                      " IS SHORT BY " BAL-OUT
                      " - POST IT BACK BEFORE THE NIGHTLY RUN"
           END-IF.

       500-POST-MERGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SEND-UPDATE)                        *
      *                    1. BUILD THE BFUNC2 REQUEST FROM THE       *
      *                          MASTER RECORD WITH POST-AMOUNT AS    *
      *                          THE BALANCE APPLIED                  *
      *                    1. SEND THE REQUEST TO THE SERVER          *
      *                     ENDPROC (SEND-UPDATE)                     *
      *********************-END PSEUDOCODE-****************************

       520-SEND-UPDATE.

      *******   THE UPDATE CARRIES THE FULL MASTER RECORD THE WAY
      *******     EVERY BFUNC2 REQUEST DOES, WITH THE AMOUNT TO MOVE
      *******     AS THE BALANCE APPLIED
           MOVE POST-AMOUNT TO CUSTOMER-BAL.

      *******   INITIALIZE A FRESH CPRB FOR THE UPDATE REQUEST
           CALL '__INIT_SEND_REQ_PARMS' USING UERCPRB.
           MOVE BSERVER TO UERSERVER.

      *******   SET CPRB FUNCTION = UPDATE ACCOUNTS RECEIVABLE
           MOVE BFUNC2 TO UERFUNCT.

      *******   SET CPRB REQUEST PARAMETERS BUFFER INFORMATION
           MOVE BQPARMS-SIZE TO UERQPARML.
           SET UERQPARMAD TO ADDRESS OF BQPARMS-RECORD.

      *******   SET CPRB REQUEST DATA = CUSTOMER RECORD
           MOVE CUST-REC-SIZE TO UERQDATAL.
           SET UERQDATAAD TO ADDRESS OF CUSTOMER-RECORD.

      *******   TURN ON THE LOG-THE-TRANSACTION FLAG FOR THIS REQUEST
           MOVE QPAFLAGS-LOGCOM TO QPAFLAGS.

      *******   UPDATE THE ACCOUNTS RECEIVABLE FILE <SENDREQUEST>
           CALL '__SENDREQUEST' USING UERCPRB.

      *******   RESTORE THE NORMAL COMMIT-ONLY PROCESSING FLAGS
           MOVE QPACOM TO QPAFLAGS.

      *******   RETURN SRPI RETURN CODE TO MAIN
           MOVE UERRETCODE TO BRETCOD.

       520-SEND-UPDATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-LEG-AUDIT)                    *
      *                    1. APPEND THE AUDIT RECORD FOR THE UPDATE  *
      *                          JUST POSTED, WITH THE ACTION IN      *
      *                          LEG-ACTION                           *
      *                     ENDPROC (WRITE-LEG-AUDIT)                 *
      *********************-END PSEUDOCODE-****************************

       540-WRITE-LEG-AUDIT.

      *******   THE DISTINCT ACTION TEXT KEEPS THE LEG OUT OF
      *******     RECONCIL'S BFUNC2 TIE-OUT COUNTS
           MOVE SPACES TO AUDIT-RECORD.
           MOVE LEG-ACTION TO AUD-ACTION.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE RUN-TIME TO AUD-TIME.
           MOVE CUSTOMER-ACCT TO AUD-ACCT.
           MOVE QPAOPER TO AUD-OPER.
           MOVE POST-AMOUNT TO AUD-BAL.
           PERFORM 860-WRITE-AUDIT-RECORD.

       540-WRITE-LEG-AUDIT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-MERGE-IMAGES)                 *
      *                    1. WRITE BEFORE AND AFTER IMAGES OF THE    *
      *                          DUPLICATE, THEN OF THE SURVIVOR      *
      *                     ENDPROC (WRITE-MERGE-IMAGES)              *
      *********************-END PSEUDOCODE-****************************

       550-WRITE-MERGE-IMAGES.

      *******   BEFORE AND AFTER IMAGES OF THE DUPLICATE, THEN OF THE
      *******     SURVIVOR, IN THE LAYOUT CUSTMNT WRITES
           MOVE DUP-CUSTOMER TO CUSTOMER-RECORD.
           MOVE "BEFORE" TO IMAGE-TYPE.
           PERFORM 560-WRITE-IMAGE.
           MOVE 0 TO CUSTOMER-BAL.
           MOVE "AFTER" TO IMAGE-TYPE.
           PERFORM 560-WRITE-IMAGE.

           MOVE SURV-CUSTOMER TO CUSTOMER-RECORD.
           MOVE "BEFORE" TO IMAGE-TYPE.
           PERFORM 560-WRITE-IMAGE.
           ADD MOVE-AMOUNT TO CUSTOMER-BAL.
           MOVE "AFTER" TO IMAGE-TYPE.
           PERFORM 560-WRITE-IMAGE.

           MOVE MOVE-AMOUNT TO BAL-OUT.
           DISPLAY "CUSTCLOS - BALANCE " BAL-OUT " MOVED FROM "
                   DUP-ACCT " TO " SURV-ACCT.

       550-WRITE-MERGE-IMAGES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-IMAGE)                        *
      *                    1. APPEND THE CUSTOMER RECORD AS AN IMAGE, *
      *                          OF THE TYPE IN IMAGE-TYPE            *
      *                     ENDPROC (WRITE-IMAGE)                     *
      *********************-END PSEUDOCODE-****************************

       560-WRITE-IMAGE.

           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE IMAGE-TYPE TO MNT-IMAGE.
           MOVE RUN-DATE TO MNT-DATE.
           MOVE RUN-TIME TO MNT-TIME.
           MOVE QPAOPER TO MNT-OPER.
           MOVE CUSTOMER-ACCT TO MNT-ACCT.
           MOVE CUSTOMER-NAME TO MNT-NAME.
           MOVE CUSTOMER-ADDR TO MNT-ADDR.
           MOVE CUSTOMER-CITY TO MNT-CITY.
           MOVE CUSTOMER-STAT TO MNT-STAT.
           MOVE CUSTOMER-ZIP  TO MNT-ZIP.
           MOVE CUSTOMER-BAL  TO MNT-BAL.
           WRITE MAINT-AUDIT-RECORD.

       560-WRITE-IMAGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RECORD-CLOSE)                       *
      *                    1. APPEND THE CLOSE TO THE AUDIT TRAIL     *
      *                    1. APPEND THE ACCOUNT TO THE CLOSED-       *
      *                          ACCOUNTS REGISTER                    *
      *                     ENDPROC (RECORD-CLOSE)                    *
      *********************-END PSEUDOCODE-****************************

       600-RECORD-CLOSE.

      *******   NO BALANCE IS APPLIED BY THE CLOSE ITSELF
           MOVE SPACES TO AUDIT-RECORD.
           IF CLOSE-REQUESTED
              MOVE "CLOSE ACCOUNT" TO AUD-ACTION
           ELSE
              MOVE "MERGE ACCOUNT" TO AUD-ACTION
           END-IF.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE RUN-TIME TO AUD-TIME.
           MOVE DUP-ACCT TO AUD-ACCT.
           MOVE QPAOPER TO AUD-OPER.
           MOVE 0 TO AUD-BAL.
           PERFORM 860-WRITE-AUDIT-RECORD.

      *******   THE REGISTER ENTRY CARRIES THE SAME DATE AND TIME AS
      *******     THE AUDIT RECORD, SO THE TWO CAN BE MATCHED
           MOVE SPACES TO CLOSED-ACCOUNT-RECORD.
           MOVE RUN-DATE TO CLR-DATE.
           MOVE RUN-TIME TO CLR-TIME.
           MOVE DUP-ACCT TO CLR-ACCT.
           MOVE DUP-NAME TO CLR-NAME.
           IF CLOSE-REQUESTED
              SET CLR-CLOSED TO TRUE
              MOVE 0 TO CLR-BAL-MOVED
           ELSE
              SET CLR-MERGED TO TRUE
              MOVE SURV-ACCT TO CLR-INTO-ACCT
              MOVE MOVE-AMOUNT TO CLR-BAL-MOVED
           END-IF.
           MOVE SIGNON-OPER TO CLR-OPER.
           MOVE SUPER-OPER TO CLR-SUPER.
           WRITE CLOSED-ACCOUNT-RECORD.

           IF CLOSE-REQUESTED
              DISPLAY "CUSTCLOS - ACCOUNT " DUP-ACCT " CLOSED"
           ELSE
              DISPLAY "CUSTCLOS - ACCOUNT " DUP-ACCT
                      " MERGED INTO " SURV-ACCT " AND CLOSED"
           END-IF.

       600-RECORD-CLOSE-EXIT.

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
              DISPLAY "CUSTCLOS - WARNING: CANNOT OPEN AUDCTL - STATUS "
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

           DISPLAY "CUSTCLOS - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

           END PROGRAM CUSTCLOS.
