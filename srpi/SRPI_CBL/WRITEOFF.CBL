      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = WRITEOFF.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Supervised bad-debt write-off run.  Every account  *
      *            on the collections referral list ("COLLREFR")      *
      *            whose referral has stood for at least the minimum  *
      *            age - 90 days unless the command line gives        *
      *            another - is shown on the console with the         *
      *            balance referred and the balance the customer      *
      *            master, fetched via BFUNC4, holds now.  The        *
      *            operator keys a reason code to propose the         *
      *            write-off, or leaves the account on the books.     *
      *                                                               *
      *            A SECOND (SUPERVISOR) OPERATOR, DIFFERENT FROM     *
      *            THE REQUESTING ONE AND ALSO GRANTED THE WRITE-OFF  *
      *            FUNCTION ON THE OPERATOR TABLE, MUST THEN KEY      *
      *            THEIR ID AND APPROVE EACH PROPOSED WRITE-OFF       *
      *            BEFORE ANYTHING IS SENT - THE WAY ARREVRSE         *
      *            CONFIRMS A REVERSAL.                               *
      *                                                               *
      *            AN APPROVED WRITE-OFF IS AN OFFSETTING BFUNC2      *
      *            UPDATE FOR THE MASTER BALANCE NEGATED, WRITTEN TO  *
      *            THE AUDIT TRAIL ("AUDITTRL") WITH THE DISTINCT     *
      *            ACTION "WRITE OFF BAD DEBT" - WHICH KEEPS IT OUT   *
      *            OF RECONCIL'S BFUNC2 TIE-OUT COUNTS - AND TO THE   *
      *            DATED WRITE-OFF REGISTER ("WOREG") WITH ITS        *
      *            REASON CODE AND BOTH OPERATORS.  THE ACCOUNT IS    *
      *            THEN TAKEN OFF THE DELINQUENCY HISTORY             *
      *            ("DUNHIST") SO DUNNING DOES NOT CARRY ITS COUNT    *
      *            FORWARD.  A REFERRAL ALREADY CLEARED BY AN         *
      *            EARLIER WRITE-OFF ON THE REGISTER IS NOT OFFERED   *
      *            AGAIN.                                             *
      *                                                               *
      *            THE REQUESTING OPERATOR ID IS TAKEN FROM THE       *
      *            COMMAND LINE AND MUST HOLD THE WRITE-OFF FUNCTION  *
      *            ON THE STANDING OPERATOR TABLE ("OPERTAB").        *
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
         PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE ASSIGN TO "COLLREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRAL-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.
           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUN-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  REFERRAL-FILE   The collections referral list DUNNING        *
      *                  appends to - one final-demand entry per      *
      *                  account reaching 60 consecutive nights.      *
      *                  Read only.                                   *
      *****************************************************************
       FD  REFERRAL-FILE
           RECORDING MODE IS F.
       01  REFERRAL-RECORD.
           05 REF-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 REF-ACCT             PIC X(16).
           05 FILLER               PIC X(1).
           05 REF-NAME             PIC X(25).
           05 FILLER               PIC X(1).
           05 REF-BAL              PIC -(9)9.
           05 FILLER               PIC X(1).
           05 REF-NIGHTS           PIC 9(5).

      *****************************************************************
      *  WRITE-OFF-FILE  The dated write-off register - read first so *
      *                  a referral already written off is not        *
      *                  offered again, then appended with one        *
      *                  record per write-off posted.  Never          *
      *                  truncated.                                   *
      *****************************************************************
       FD  WRITE-OFF-FILE
           RECORDING MODE IS F.
           COPY UUBWOREG.

      *****************************************************************
      *  DUN-HISTORY-FILE  The delinquency history DUNNING carries    *
      *                    forward - rewritten without the accounts   *
      *                    written off this run.                      *
      *****************************************************************
       FD  DUN-HISTORY-FILE
           RECORDING MODE IS F.
       01  DUN-HISTORY-RECORD.
           05 DNH-ACCT             PIC X(16).
           05 FILLER               PIC X(1).
           05 DNH-NIGHTS           PIC 9(5).
           05 FILLER               PIC X(1).
           05 DNH-LEVEL            PIC 9(1).
           05 FILLER               PIC X(1).
           05 DNH-LAST-DATE        PIC 9(8).

      *****************************************************************
      *  AUDIT-FILE       The audit trail - one standard record is    *
      *                   appended per write-off posted, with action  *
      *                   "WRITE OFF BAD DEBT".                       *
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
      *  OPERATOR-FILE    The standing operator table - both the      *
      *                   requesting operator and the approving       *
      *                   supervisor must be on it with the write-off *
      *                   function granted.                           *
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
      *                       startup so each referral is shown with *
      *                       the balance the master holds now       *
      *  MST-COUNT          Master records loaded                    *
      *  MST-MAX            Capacity of the table                    *
      *  MST-IDX            Working subscript                        *
      *  MST-HIT            Subscript of the referral's master       *
      *                       record - zero if it is not on the      *
      *                       master                                 *
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
      *  CANDIDATE-TABLE   One entry per account on the referral     *
      *                       list, holding its latest referral      *
      *  CND-ACCT           The account                              *
      *  CND-NAME           The name on the referral                 *
      *  CND-REF-DATE       Date of the latest referral              *
      *  CND-REF-BAL        Balance at the latest referral           *
      *  CND-MST-IDX        Subscript of its master record           *
      *  CND-BAL            Balance on the master now                *
      *  CND-AMOUNT         The offsetting amount - CND-BAL negated  *
      *  CND-REASON         Reason code keyed by the operator        *
      *  CND-STATE          ' ' left on the books, 'P' proposed,     *
      *                       'W' written off this run               *
      *  CND-COUNT          Accounts in the table                    *
      *  CND-MAX            Capacity of the table                    *
      *  CND-IDX            Working subscript                        *
      *  CND-HIT            Subscript of the account's entry - zero  *
      *                       if it has none                         *
      *  FIND-ACCT          The account being looked up              *
      *****************************************************************
       01  CANDIDATE-TABLE.
           05 CND-ENTRY        OCCURS 500 TIMES.
              10 CND-ACCT      PIC X(16).
              10 CND-NAME      PIC X(25).
              10 CND-REF-DATE  PIC 9(8).
              10 CND-REF-BAL   PIC S9(9).
              10 CND-MST-IDX   PIC 9(4)  COMP-5.
              10 CND-BAL       PIC S9(9).
              10 CND-AMOUNT    PIC S9(9).
              10 CND-REASON    PIC X(2).
              10 CND-STATE     PIC X(1).
                 88 CND-PROPOSED            VALUE "P".
                 88 CND-POSTED              VALUE "W".
       77  CND-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CND-MAX             PIC 9(4)  COMP-5  VALUE 500.
       01  CND-IDX             PIC 9(4)  COMP-5.
       01  CND-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  PRIOR-WRITE-OFF-TABLE  Each account already on the write-off *
      *                       register, with its latest write-off    *
      *                       date                                    *
      *  WRO-ACCT           The account                              *
      *  WRO-DATE           Its latest write-off date                *
      *  WRO-COUNT          Accounts in the table                    *
      *  WRO-MAX            Capacity of the table                    *
      *  WRO-IDX            Working subscript                        *
      *  WRO-HIT            Subscript of the account's entry - zero  *
      *                       if it has never been written off       *
      *****************************************************************
       01  PRIOR-WRITE-OFF-TABLE.
           05 WRO-ENTRY        OCCURS 2000 TIMES.
              10 WRO-ACCT      PIC X(16).
              10 WRO-DATE      PIC 9(8).
       77  WRO-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  WRO-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  WRO-IDX             PIC 9(4)  COMP-5.
       01  WRO-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  DUN-LINE-TABLE    The delinquency history, held in storage  *
      *                       while it is rewritten                   *
      *  DNL-LINE           One history record                       *
      *  DNL-COUNT          Records held                             *
      *  DNL-MAX            Capacity of the table                    *
      *  DNL-IDX            Working subscript                        *
      *  DNL-FULL-SW        'Y' if the history overflowed the table  *
      *                       - it is then left as it stands rather  *
      *                       than rewritten short                   *
      *****************************************************************
       01  DUN-LINE-TABLE.
           05 DNL-LINE         PIC X(33) OCCURS 2000 TIMES.
       77  DNL-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  DNL-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  DNL-IDX             PIC 9(4)  COMP-5.
       01  DNL-FULL-SW         PIC X(1)  VALUE "N".
           88 DNL-FULL                   VALUE "Y".

      *****************************************************************
      *  REASON-CODES      The write-off reason codes the operator   *
      *                       may key - as listed in UUBWOREG        *
      *  RSN-CODE           The code                                 *
      *  RSN-TEXT           What it means                            *
      *  RSN-COUNT          Codes in the table                       *
      *  RSN-IDX            Working subscript                        *
      *  RSN-HIT            Subscript of the code looked up - zero   *
      *                       if it is not a valid code              *
      *  FIND-REASON        The code being looked up                 *
      *****************************************************************
       01  REASON-CODE-VALUES.
           05 FILLER           PIC X(2)  VALUE "BK".
           05 FILLER           PIC X(30) VALUE "BANKRUPTCY".
           05 FILLER           PIC X(2)  VALUE "DC".
           05 FILLER           PIC X(30) VALUE "CUSTOMER DECEASED".
           05 FILLER           PIC X(2)  VALUE "UL".
           05 FILLER           PIC X(30)
                               VALUE "CUSTOMER CANNOT BE LOCATED".
           05 FILLER           PIC X(2)  VALUE "UC".
           05 FILLER           PIC X(30)
                               VALUE "RETURNED UNCOLLECTIBLE".
           05 FILLER           PIC X(2)  VALUE "DS".
           05 FILLER           PIC X(30)
                               VALUE "DISPUTED BALANCE SETTLED".
           05 FILLER           PIC X(2)  VALUE "SB".
           05 FILLER           PIC X(30)
                               VALUE "BALANCE TOO SMALL TO PURSUE".
           05 FILLER           PIC X(2)  VALUE "OT".
           05 FILLER           PIC X(30) VALUE "OTHER".
       01  REASON-CODES REDEFINES REASON-CODE-VALUES.
           05 RSN-ENTRY        OCCURS 7 TIMES.
              10 RSN-CODE      PIC X(2).
              10 RSN-TEXT      PIC X(30).
       77  RSN-COUNT           PIC 9(4)  COMP-5  VALUE 7.
       01  RSN-IDX             PIC 9(4)  COMP-5.
       01  RSN-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-REASON         PIC X(2).

      *****************************************************************
      *  REFERRAL-STATUS     FILE STATUS for REFERRAL-FILE            *
      *  WRITE-OFF-STATUS    FILE STATUS for WRITE-OFF-FILE           *
      *  DUN-HISTORY-STATUS  FILE STATUS for DUN-HISTORY-FILE         *
      *  AUDIT-STATUS        FILE STATUS for AUDIT-FILE               *
      *  OPERATOR-STATUS     FILE STATUS for OPERATOR-FILE            *
      *****************************************************************
       01  REFERRAL-STATUS     PIC XX.
       01  WRITE-OFF-STATUS    PIC XX.
       01  DUN-HISTORY-STATUS  PIC XX.
       01  AUDIT-STATUS        PIC XX.
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
      *  COMMAND-ARGS     The raw command line - operator ID, then   *
      *                      optionally the minimum referral age in  *
      *                      days                                     *
      *  SIGNON-OPER      The requesting operator                    *
      *  SUPER-OPER       The approving supervisor, keyed at the     *
      *                      console                                  *
      *  CHECK-OPER       The operator ID being checked against the  *
      *                      operator table                           *
      *  MIN-AGE-X        The minimum age as keyed, and its length   *
      *  MIN-AGE-LEN                                                  *
      *  MIN-AGE-DAYS     Days a referral must have stood before it  *
      *                      is offered for write-off                 *
      *  OPER-FOUND-SW    'Y' once the operator row being checked   *
      *                      has been read                            *
      *  REASON-REPLY     The operator's reason code reply           *
      *  CONFIRM-REPLY    The supervisor's approval reply            *
      *****************************************************************
       01  COMMAND-ARGS        PIC X(60) VALUE SPACES.
       01  SIGNON-OPER         PIC X(8)  VALUE SPACES.
       01  SUPER-OPER          PIC X(8)  VALUE SPACES.
       01  CHECK-OPER          PIC X(8)  VALUE SPACES.
       01  MIN-AGE-X           PIC X(5)  VALUE SPACES.
       01  MIN-AGE-LEN         PIC 9(4)  COMP-5  VALUE 0.
       77  MIN-AGE-DAYS        PIC 9(5)  VALUE 90.
       01  OPER-FOUND-SW       PIC X(1)  VALUE "N".
           88 OPER-FOUND                 VALUE "Y".
           88 OPER-NOT-FOUND             VALUE "N".
       01  REASON-REPLY        PIC X(2)  VALUE SPACES.
       01  CONFIRM-REPLY       PIC X(1)  VALUE SPACES.

      *****************************************************************
      *  RUN-DATE          The run date, captured once at startup    *
      *                       and stamped on every record written    *
      *  RUN-DAY           The run date as a day number              *
      *  REFERRAL-DAY      The referral date as a day number         *
      *  AGE-DAYS          Days the referral has stood               *
      *  AGE-OUT / BAL-OUT / AMOUNT-OUT / COUNT-OUT                   *
      *                    Edited fields for the console             *
      *****************************************************************
       77  RUN-DATE            PIC 9(8).
       01  RUN-DAY             PIC S9(9) COMP-5.
       01  REFERRAL-DAY        PIC S9(9) COMP-5.
       01  AGE-DAYS            PIC S9(9) COMP-5.
       01  AGE-OUT             PIC Z(8)9.
       01  BAL-OUT             PIC -(9)9.
       01  AMOUNT-OUT          PIC -(9)9.
       01  COUNT-OUT           PIC Z(8)9.

      *****************************************************************
      *  CONTROL-TOTALS      End-of-run counters                     *
      *  REFERRALS-READ      Referral list entries read              *
      *  NOT-YET-DUE         Accounts referred too recently          *
      *  ALREADY-WRITTEN-OFF Accounts whose latest referral was      *
      *                         cleared by an earlier write-off      *
      *  NOT-ON-MASTER       Accounts no longer on the master        *
      *  NOTHING-OWING       Accounts the master holds at zero       *
      *  LEFT-ON-BOOKS       Accounts the operator did not propose   *
      *  PROPOSED-COUNT      Write-offs proposed                     *
      *  PROPOSED-TOTAL      Their offsetting total                  *
      *  NOT-APPROVED        Proposals the supervisor turned down    *
      *  WRITE-OFFS-POSTED   Write-offs posted via BFUNC2            *
      *  WRITE-OFFS-FAILED   Write-offs the server would not take    *
      *  WRITE-OFF-TOTAL     Offsetting total posted                 *
      *  DUNHIST-REMOVED     Accounts taken off the delinquency      *
      *                         history                              *
      *****************************************************************
       01  CONTROL-TOTALS.
           05 REFERRALS-READ      PIC S9(9) COMP-5 VALUE 0.
           05 NOT-YET-DUE         PIC S9(9) COMP-5 VALUE 0.
           05 ALREADY-WRITTEN-OFF PIC S9(9) COMP-5 VALUE 0.
           05 NOT-ON-MASTER       PIC S9(9) COMP-5 VALUE 0.
           05 NOTHING-OWING       PIC S9(9) COMP-5 VALUE 0.
           05 LEFT-ON-BOOKS       PIC S9(9) COMP-5 VALUE 0.
           05 PROPOSED-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 PROPOSED-TOTAL      PIC S9(9) COMP-5 VALUE 0.
           05 NOT-APPROVED        PIC S9(9) COMP-5 VALUE 0.
           05 WRITE-OFFS-POSTED   PIC S9(9) COMP-5 VALUE 0.
           05 WRITE-OFFS-FAILED   PIC S9(9) COMP-5 VALUE 0.
           05 WRITE-OFF-TOTAL     PIC S9(9) COMP-5 VALUE 0.
           05 DUNHIST-REMOVED     PIC S9(9) COMP-5 VALUE 0.

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
      *                          WRITE-OFF FUNCTION MUST BE GRANTED   *
      *                    1. LOAD THE WRITE-OFF REGISTER AND THE     *
      *                          COLLECTIONS REFERRAL LIST            *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                    1. SHOW EACH REFERRAL OLD ENOUGH TO REVIEW *
      *                          AND TAKE THE OPERATOR'S REASON CODE  *
      *                    1. TAKE THE SUPERVISOR'S ID, THEN THEIR    *
      *                          APPROVAL OF EACH PROPOSAL, POSTING   *
      *                          EACH ONE APPROVED                    *
      *                    1. TAKE THE ACCOUNTS WRITTEN OFF OFF THE   *
      *                          DELINQUENCY HISTORY                  *
      *                    1. PRINT THE END-OF-RUN CONTROL TOTALS     *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE COMMAND LINE CARRIES THE SIGNED-ON OPERATOR ID,
      *******     OPTIONALLY FOLLOWED BY THE MINIMUM REFERRAL AGE
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO SIGNON-OPER
                   MIN-AGE-X COUNT IN MIN-AGE-LEN.

           IF SIGNON-OPER = SPACES
              DISPLAY "WRITEOFF - GIVE THE OPERATOR ID, AND "
                      "OPTIONALLY THE MINIMUM REFERRAL AGE IN DAYS, "
                      "AS THE COMMAND LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF MIN-AGE-LEN > 5
              DISPLAY "WRITEOFF - THE MINIMUM REFERRAL AGE MUST "
                      "BE A NUMBER OF DAYS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF MIN-AGE-LEN > 0
              IF MIN-AGE-X(1:MIN-AGE-LEN) NOT NUMERIC
                 DISPLAY "WRITEOFF - THE MINIMUM REFERRAL AGE MUST "
                         "BE A NUMBER OF DAYS"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(MIN-AGE-X) TO MIN-AGE-DAYS
           END-IF.

      *******   THE REQUESTING OPERATOR MUST HOLD THE WRITE-OFF
      *******     FUNCTION
           MOVE SIGNON-OPER TO CHECK-OPER.
           PERFORM 120-CHECK-OPERATOR.

      *******   CAPTURE THE RUN DATE ONCE - EVERY RECORD THIS RUN
      *******     WRITES CARRIES THIS ONE DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DAY.

      *******   WHAT HAS ALREADY BEEN WRITTEN OFF, AND WHAT HAS BEEN
      *******     REFERRED
           PERFORM 150-LOAD-WRITE-OFFS.
           PERFORM 160-LOAD-REFERRALS.

           IF CND-COUNT = 0
              DISPLAY "WRITEOFF - NO ACCOUNTS ON THE COLLECTIONS "
                      "REFERRAL LIST - NOTHING TO REVIEW"
              STOP RUN
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

      *******   A PARTIAL MASTER WOULD SHOW REFERRED ACCOUNTS AS GONE
      *******     FROM THE MASTER - STOP BEFORE THE REVIEW
           IF BRETCOD NOT = UERERROK
              DISPLAY "WRITEOFF - CUSTOMER MASTER LOAD FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NOTHING WRITTEN OFF"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MST-FULL
              DISPLAY "WRITEOFF - CUSTOMER MASTER OVERFLOWED THE "
                      "TABLE - RAISE MST-MAX AND RERUN - NOTHING "
                      "WRITTEN OFF"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE OPERATOR REVIEWS EVERY REFERRAL OLD ENOUGH
           PERFORM 300-REVIEW-CANDIDATE
              THRU 300-REVIEW-CANDIDATE-EXIT
              VARYING CND-IDX FROM 1 BY 1
              UNTIL CND-IDX > CND-COUNT.

           IF PROPOSED-COUNT = 0
              DISPLAY "WRITEOFF - NO WRITE-OFFS PROPOSED"
              PERFORM 900-PRINT-CONTROL-TOTALS
              STOP RUN
           END-IF.

      *******   THE SECOND PAIR OF EYES - A DIFFERENT OPERATOR, ALSO
      *******     GRANTED THE WRITE-OFF FUNCTION, MUST APPROVE EACH
      *******     PROPOSAL BEFORE IT IS POSTED
           PERFORM 400-SUPERVISOR-SIGN-ON.

      *******   THE AUDIT TRAIL AND THE REGISTER ARE PERMANENT -
      *******     APPEND, FALLING BACK TO OPEN OUTPUT THE FIRST TIME
      *******     EITHER EXISTS
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WRITE-OFF-STATUS NOT = "00"
              OPEN OUTPUT WRITE-OFF-FILE
           END-IF.

      *******   APPROVE AND POST EACH PROPOSAL, STOPPING IF AN UPDATE
      *******     REQUEST FAILS AT THE SRPI LEVEL
           PERFORM 450-APPROVE-CANDIDATE
              THRU 450-APPROVE-CANDIDATE-EXIT
              VARYING CND-IDX FROM 1 BY 1
              UNTIL CND-IDX > CND-COUNT
                 OR BRETCOD NOT = UERERROK.

           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           CLOSE WRITE-OFF-FILE.

      *******   A WRITTEN-OFF ACCOUNT'S DELINQUENCY COUNT IS NOT
      *******     CARRIED FORWARD
           IF WRITE-OFFS-POSTED > 0
              PERFORM 700-REWRITE-DUN-HISTORY
                 THRU 700-REWRITE-DUN-HISTORY-EXIT
           END-IF.

      *******   PRINT THE END-OF-RUN CONTROL TOTALS
           PERFORM 900-PRINT-CONTROL-TOTALS.

           IF BRETCOD NOT = UERERROK OR WRITE-OFFS-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-OPERATOR)                     *
      *                    1. FIND THE OPERATOR WHOSE ID IS IN        *
      *                          CHECK-OPER ON THE STANDING OPERATOR  *
      *                          TABLE                                *
      *                    1. REJECT ONE THE TABLE DOES NOT GRANT     *
      *                          THE WRITE-OFF FUNCTION               *
      *                     ENDPROC (CHECK-OPERATOR)                  *
      *********************-END PSEUDOCODE-****************************

       120-CHECK-OPERATOR.

      *******   THE ID BEING CHECKED ARRIVES IN CHECK-OPER
           SET OPER-NOT-FOUND TO TRUE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
              DISPLAY "WRITEOFF - NO OPERATOR TABLE FOUND - NO "
                      "WRITE-OFFS CAN BE AUTHORIZED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 130-FIND-OPERATOR
              UNTIL OPER-FOUND OR OPERATOR-STATUS NOT = "00".
           CLOSE OPERATOR-FILE.

           IF OPER-NOT-FOUND
              DISPLAY "WRITEOFF - OPERATOR " CHECK-OPER
                      " IS NOT ON THE OPERATOR TABLE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT OPR-WRITE-OFF-ALLOWED
              DISPLAY "WRITEOFF - OPERATOR " CHECK-OPER
                      " IS NOT AUTHORIZED FOR WRITE-OFFS"
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
      *                     PROC (LOAD-WRITE-OFFS)                    *
      *                    1. LOAD EVERY ACCOUNT ON THE WRITE-OFF     *
      *                          REGISTER WITH ITS LATEST WRITE-OFF   *
      *                          DATE - NO REGISTER YET MEANS NOTHING *
      *                          HAS EVER BEEN WRITTEN OFF            *
      *                     ENDPROC (LOAD-WRITE-OFFS)                 *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-WRITE-OFFS.

           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-STATUS = "00"
              PERFORM 155-LOAD-WRITE-OFF-ENTRY
                 THRU 155-LOAD-WRITE-OFF-ENTRY-EXIT
                 UNTIL WRITE-OFF-STATUS NOT = "00"
              CLOSE WRITE-OFF-FILE
           END-IF.

       150-LOAD-WRITE-OFFS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-WRITE-OFF-ENTRY)               *
      *                    1. READ THE NEXT REGISTER RECORD           *
      *                    1. KEEP THE LATER DATE FOR AN ACCOUNT      *
      *                          ALREADY HELD, OR ADD THE ACCOUNT     *
      *                     ENDPROC (LOAD-WRITE-OFF-ENTRY)            *
      *********************-END PSEUDOCODE-****************************

       155-LOAD-WRITE-OFF-ENTRY.

           READ WRITE-OFF-FILE
              AT END MOVE "10" TO WRITE-OFF-STATUS
           END-READ.

           IF WRITE-OFF-STATUS NOT = "00"
              GO TO 155-LOAD-WRITE-OFF-ENTRY-EXIT
           END-IF.

           MOVE WOR-ACCT TO FIND-ACCT.
           PERFORM 330-FIND-WRITE-OFF.

           IF WRO-HIT > 0
              IF WOR-DATE > WRO-DATE(WRO-HIT)
                 MOVE WOR-DATE TO WRO-DATE(WRO-HIT)
              END-IF
           ELSE
              IF WRO-COUNT < WRO-MAX
                 ADD 1 TO WRO-COUNT
                 MOVE WOR-ACCT TO WRO-ACCT(WRO-COUNT)
                 MOVE WOR-DATE TO WRO-DATE(WRO-COUNT)
              ELSE

      *******   A REFERRAL WHOSE WRITE-OFF WAS LOST PAST THE
      *******     OVERFLOW COULD BE WRITTEN OFF TWICE - STOP
                 DISPLAY "WRITEOFF - WRITE-OFF REGISTER OVERFLOWED "
                         "THE TABLE - RAISE WRO-MAX AND RERUN - "
                         "NOTHING WRITTEN OFF"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       155-LOAD-WRITE-OFF-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-REFERRALS)                     *
      *                    1. LOAD EVERY ACCOUNT ON THE COLLECTIONS   *
      *                          REFERRAL LIST, KEEPING ITS LATEST    *
      *                          REFERRAL                             *
      *                     ENDPROC (LOAD-REFERRALS)                  *
      *********************-END PSEUDOCODE-****************************

       160-LOAD-REFERRALS.

           OPEN INPUT REFERRAL-FILE.
           IF REFERRAL-STATUS = "00"
              PERFORM 165-LOAD-REFERRAL-ENTRY
                 THRU 165-LOAD-REFERRAL-ENTRY-EXIT
                 UNTIL REFERRAL-STATUS NOT = "00"
              CLOSE REFERRAL-FILE
           END-IF.

       160-LOAD-REFERRALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-REFERRAL-ENTRY)                *
      *                    1. READ THE NEXT REFERRAL                  *
      *                    1. REPLACE AN OLDER REFERRAL HELD FOR THE  *
      *                          SAME ACCOUNT, OR ADD THE ACCOUNT     *
      *                     ENDPROC (LOAD-REFERRAL-ENTRY)             *
      *********************-END PSEUDOCODE-****************************

       165-LOAD-REFERRAL-ENTRY.

           READ REFERRAL-FILE
              AT END MOVE "10" TO REFERRAL-STATUS
           END-READ.

           IF REFERRAL-STATUS NOT = "00"
              GO TO 165-LOAD-REFERRAL-ENTRY-EXIT
           END-IF.

           ADD 1 TO REFERRALS-READ.

      *******   A REFERRAL WITHOUT A USABLE DATE CANNOT BE AGED
           IF REF-DATE NOT NUMERIC OR REF-ACCT = SPACES
              GO TO 165-LOAD-REFERRAL-ENTRY-EXIT
           END-IF.

           MOVE REF-ACCT TO FIND-ACCT.
           PERFORM 170-FIND-CANDIDATE.

           IF CND-HIT = 0
              IF CND-COUNT < CND-MAX
                 ADD 1 TO CND-COUNT
                 MOVE CND-COUNT TO CND-HIT
                 MOVE 0 TO CND-REF-DATE(CND-HIT)
              ELSE
                 DISPLAY "WRITEOFF - WARNING: REFERRAL LIST "
                         "OVERFLOWED THE TABLE - ACCOUNT " REF-ACCT
                         " NOT REVIEWED - RAISE CND-MAX"
                 GO TO 165-LOAD-REFERRAL-ENTRY-EXIT
              END-IF
           END-IF.

           IF REF-DATE NOT < CND-REF-DATE(CND-HIT)
              MOVE REF-ACCT TO CND-ACCT(CND-HIT)
              MOVE REF-NAME TO CND-NAME(CND-HIT)
              MOVE REF-DATE TO CND-REF-DATE(CND-HIT)
              MOVE FUNCTION NUMVAL(REF-BAL) TO CND-REF-BAL(CND-HIT)
              MOVE 0 TO CND-MST-IDX(CND-HIT)
              MOVE 0 TO CND-BAL(CND-HIT)
              MOVE 0 TO CND-AMOUNT(CND-HIT)
              MOVE SPACES TO CND-REASON(CND-HIT)
              MOVE SPACE TO CND-STATE(CND-HIT)
           END-IF.

       165-LOAD-REFERRAL-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-CANDIDATE)                     *
      *                    1. FIND FIND-ACCT IN THE CANDIDATE TABLE,  *
      *                          LEAVING ITS SUBSCRIPT IN CND-HIT     *
      *                     ENDPROC (FIND-CANDIDATE)                  *
      *********************-END PSEUDOCODE-****************************

       170-FIND-CANDIDATE.

           MOVE 0 TO CND-HIT.
           PERFORM 175-CHECK-CANDIDATE
              VARYING CND-IDX FROM 1 BY 1
              UNTIL CND-IDX > CND-COUNT OR CND-HIT > 0.

       170-FIND-CANDIDATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CANDIDATE)                    *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-CANDIDATE)                 *
      *********************-END PSEUDOCODE-****************************

       175-CHECK-CANDIDATE.

           IF CND-ACCT(CND-IDX) = FIND-ACCT
              MOVE CND-IDX TO CND-HIT
           END-IF.

       175-CHECK-CANDIDATE-EXIT.

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
      *                     PROC (REVIEW-CANDIDATE)                   *
      *                    1. SKIP A REFERRAL NOT YET OLD ENOUGH, ONE *
      *                          ALREADY CLEARED BY A WRITE-OFF, ONE  *
      *                          NO LONGER ON THE MASTER, AND ONE THE *
      *                          MASTER HOLDS AT ZERO                 *
      *                    1. SHOW THE REFERRAL AND THE AMOUNT THAT   *
      *                          WOULD BE WRITTEN OFF                 *
      *                    1. TAKE THE OPERATOR'S REASON CODE - A     *
      *                          VALID CODE PROPOSES THE WRITE-OFF,   *
      *                          ANYTHING ELSE LEAVES THE ACCOUNT ON  *
      *                          THE BOOKS                            *
      *                     ENDPROC (REVIEW-CANDIDATE)                *
      *********************-END PSEUDOCODE-****************************

       300-REVIEW-CANDIDATE.

           MOVE FUNCTION INTEGER-OF-DATE(CND-REF-DATE(CND-IDX))
                TO REFERRAL-DAY.
           SUBTRACT REFERRAL-DAY FROM RUN-DAY GIVING AGE-DAYS.

           IF AGE-DAYS < MIN-AGE-DAYS
              ADD 1 TO NOT-YET-DUE
              GO TO 300-REVIEW-CANDIDATE-EXIT
           END-IF.

      *******   A WRITE-OFF ON OR AFTER THE LATEST REFERRAL HAS
      *******     ALREADY CLEARED IT
           MOVE CND-ACCT(CND-IDX) TO FIND-ACCT.
           PERFORM 330-FIND-WRITE-OFF.
           IF WRO-HIT > 0
              IF WRO-DATE(WRO-HIT) NOT < CND-REF-DATE(CND-IDX)
                 ADD 1 TO ALREADY-WRITTEN-OFF
                 GO TO 300-REVIEW-CANDIDATE-EXIT
              END-IF
           END-IF.

           PERFORM 320-FIND-MASTER-ACCT.
           IF MST-HIT = 0
              DISPLAY "WRITEOFF - REFERRED ACCOUNT "
                      CND-ACCT(CND-IDX)
                      " IS NOT ON THE CUSTOMER MASTER - SKIPPED"
              ADD 1 TO NOT-ON-MASTER
              GO TO 300-REVIEW-CANDIDATE-EXIT
           END-IF.

           MOVE MST-ENTRY(MST-HIT) TO CUSTOMER-RECORD.
           IF CUSTOMER-BAL = 0
              ADD 1 TO NOTHING-OWING
              GO TO 300-REVIEW-CANDIDATE-EXIT
           END-IF.

      *******   THE OFFSET - THE BALANCE THE MASTER HOLDS NOW,
      *******     NEGATED, SO THE ACCOUNT IS LEFT AT ZERO
           MOVE MST-HIT TO CND-MST-IDX(CND-IDX).
           MOVE CUSTOMER-BAL TO CND-BAL(CND-IDX).
           SUBTRACT CUSTOMER-BAL FROM 0 GIVING CND-AMOUNT(CND-IDX).

           DISPLAY "WRITEOFF - REFERRAL FOR REVIEW".
           DISPLAY "  ACCOUNT. . . . . . : " CND-ACCT(CND-IDX).
           DISPLAY "  NAME . . . . . . . : " CND-NAME(CND-IDX).
           MOVE AGE-DAYS TO AGE-OUT.
           DISPLAY "  REFERRED . . . . . : " CND-REF-DATE(CND-IDX)
                   "  (" AGE-OUT " DAYS)".
           MOVE CND-REF-BAL(CND-IDX) TO BAL-OUT.
           DISPLAY "  BALANCE REFERRED . : " BAL-OUT.
           MOVE CND-BAL(CND-IDX) TO BAL-OUT.
           DISPLAY "  BALANCE NOW. . . . : " BAL-OUT.
           MOVE CND-AMOUNT(CND-IDX) TO AMOUNT-OUT.
           DISPLAY "  WRITE-OFF AMOUNT . : " AMOUNT-OUT.

           DISPLAY "WRITEOFF - REASON CODE TO PROPOSE THE WRITE-OFF "
                   "(BK DC UL UC DS SB OT), OR BLANK TO LEAVE IT ON "
                   "THE BOOKS:".
           MOVE SPACES TO REASON-REPLY.
           ACCEPT REASON-REPLY.

           IF REASON-REPLY = SPACES
              ADD 1 TO LEFT-ON-BOOKS
              GO TO 300-REVIEW-CANDIDATE-EXIT
           END-IF.

           MOVE REASON-REPLY TO FIND-REASON.
           PERFORM 340-FIND-REASON.
           IF RSN-HIT = 0
              DISPLAY "WRITEOFF - UNKNOWN REASON CODE " REASON-REPLY
                      " - ACCOUNT LEFT ON THE BOOKS"
              ADD 1 TO LEFT-ON-BOOKS
              GO TO 300-REVIEW-CANDIDATE-EXIT
           END-IF.

           MOVE REASON-REPLY TO CND-REASON(CND-IDX).
           SET CND-PROPOSED(CND-IDX) TO TRUE.
           ADD 1 TO PROPOSED-COUNT.
           ADD CND-AMOUNT(CND-IDX) TO PROPOSED-TOTAL.

       300-REVIEW-CANDIDATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-MASTER-ACCT)                   *
      *                    1. FIND THE CANDIDATE'S ACCOUNT IN THE     *
      *                          MASTER TABLE, LEAVING ITS SUBSCRIPT  *
      *                          IN MST-HIT                           *
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
      *                    1. NOTE THE ENTRY IF IT IS THE CANDIDATE'S *
      *                     ENDPROC (CHECK-MASTER-ACCT)               *
      *********************-END PSEUDOCODE-****************************

       325-CHECK-MASTER-ACCT.

           MOVE MST-ENTRY(MST-IDX) TO CUSTOMER-RECORD.
           IF CUSTOMER-ACCT = CND-ACCT(CND-IDX)
              MOVE MST-IDX TO MST-HIT
           END-IF.

       325-CHECK-MASTER-ACCT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-WRITE-OFF)                     *
      *                    1. FIND FIND-ACCT IN THE PRIOR WRITE-OFF   *
      *                          TABLE, LEAVING ITS SUBSCRIPT IN      *
      *                          WRO-HIT                              *
      *                     ENDPROC (FIND-WRITE-OFF)                  *
      *********************-END PSEUDOCODE-****************************

       330-FIND-WRITE-OFF.

           MOVE 0 TO WRO-HIT.
           PERFORM 335-CHECK-WRITE-OFF
              VARYING WRO-IDX FROM 1 BY 1
              UNTIL WRO-IDX > WRO-COUNT OR WRO-HIT > 0.

       330-FIND-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-WRITE-OFF)                    *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-WRITE-OFF)                 *
      *********************-END PSEUDOCODE-****************************

       335-CHECK-WRITE-OFF.

           IF WRO-ACCT(WRO-IDX) = FIND-ACCT
              MOVE WRO-IDX TO WRO-HIT
           END-IF.

       335-CHECK-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-REASON)                        *
      *                    1. FIND FIND-REASON AMONG THE REASON       *
      *                          CODES, LEAVING ITS SUBSCRIPT IN      *
      *                          RSN-HIT                              *
      *                     ENDPROC (FIND-REASON)                     *
      *********************-END PSEUDOCODE-****************************

       340-FIND-REASON.

           MOVE 0 TO RSN-HIT.
           PERFORM 345-CHECK-REASON
              VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > RSN-COUNT OR RSN-HIT > 0.

       340-FIND-REASON-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-REASON)                       *
      *                    1. NOTE THE ENTRY IF IT IS FIND-REASON     *
      *                     ENDPROC (CHECK-REASON)                    *
      *********************-END PSEUDOCODE-****************************

       345-CHECK-REASON.

           IF RSN-CODE(RSN-IDX) = FIND-REASON
              MOVE RSN-IDX TO RSN-HIT
           END-IF.

       345-CHECK-REASON-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SUPERVISOR-SIGN-ON)                 *
      *                    1. SHOW HOW MANY WRITE-OFFS ARE PROPOSED   *
      *                          AND THEIR TOTAL                      *
      *                    1. TAKE THE SUPERVISOR'S ID AT THE         *
      *                          CONSOLE - IT MUST DIFFER FROM THE    *
      *                          REQUESTING OPERATOR AND HOLD THE     *
      *                          WRITE-OFF FUNCTION                   *
      *                     ENDPROC (SUPERVISOR-SIGN-ON)              *
      *********************-END PSEUDOCODE-****************************

       400-SUPERVISOR-SIGN-ON.

           MOVE PROPOSED-COUNT TO COUNT-OUT.
           MOVE PROPOSED-TOTAL TO AMOUNT-OUT.
           DISPLAY "WRITEOFF - WRITE-OFFS PROPOSED. . : " COUNT-OUT.
           DISPLAY "           OFFSETTING TOTAL . . . : " AMOUNT-OUT.

           DISPLAY "WRITEOFF - SUPERVISOR ID TO APPROVE THE "
                   "WRITE-OFFS:".
           MOVE SPACES TO SUPER-OPER.
           ACCEPT SUPER-OPER.

           IF SUPER-OPER = SPACES
              DISPLAY "WRITEOFF - NO SUPERVISOR ID KEYED - NOTHING "
                      "WRITTEN OFF"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE SAME PERSON CANNOT BE BOTH PAIRS OF EYES
           IF SUPER-OPER = SIGNON-OPER
              DISPLAY "WRITEOFF - THE SUPERVISOR MUST BE A "
                      "DIFFERENT OPERATOR - NOTHING WRITTEN OFF"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SUPER-OPER TO CHECK-OPER.
           PERFORM 120-CHECK-OPERATOR.

       400-SUPERVISOR-SIGN-ON-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (APPROVE-CANDIDATE)                  *
      *                    1. SHOW THE PROPOSED WRITE-OFF WITH ITS    *
      *                          REASON                               *
      *                    1. TAKE THE SUPERVISOR'S Y/N - ANYTHING    *
      *                          BUT Y LEAVES THE ACCOUNT ON THE      *
      *                          BOOKS                                *
      *                    1. POST AN APPROVED WRITE-OFF              *
      *                     ENDPROC (APPROVE-CANDIDATE)               *
      *********************-END PSEUDOCODE-****************************

       450-APPROVE-CANDIDATE.

           IF NOT CND-PROPOSED(CND-IDX)
              GO TO 450-APPROVE-CANDIDATE-EXIT
           END-IF.

           MOVE CND-REASON(CND-IDX) TO FIND-REASON.
           PERFORM 340-FIND-REASON.

           DISPLAY "WRITEOFF - PROPOSED WRITE-OFF".
           DISPLAY "  ACCOUNT. . . . . . : " CND-ACCT(CND-IDX).
           DISPLAY "  NAME . . . . . . . : " CND-NAME(CND-IDX).
           MOVE CND-AMOUNT(CND-IDX) TO AMOUNT-OUT.
           DISPLAY "  WRITE-OFF AMOUNT . : " AMOUNT-OUT.
           DISPLAY "  REASON . . . . . . : " CND-REASON(CND-IDX)
                   " " RSN-TEXT(RSN-HIT).
           DISPLAY "  PROPOSED BY. . . . : " SIGNON-OPER.

           DISPLAY "WRITEOFF - KEY Y TO APPROVE THE WRITE-OFF:".
           MOVE SPACES TO CONFIRM-REPLY.
           ACCEPT CONFIRM-REPLY.

           IF CONFIRM-REPLY NOT = "Y"
              DISPLAY "WRITEOFF - NOT APPROVED - ACCOUNT "
                      CND-ACCT(CND-IDX) " LEFT ON THE BOOKS"
              ADD 1 TO NOT-APPROVED
              GO TO 450-APPROVE-CANDIDATE-EXIT
           END-IF.

           PERFORM 500-POST-WRITE-OFF
              THRU 500-POST-WRITE-OFF-EXIT.

       450-APPROVE-CANDIDATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-WRITE-OFF)                     *
      *                    1. BUILD THE BFUNC2 REQUEST FROM THE       *
      *                          MASTER RECORD WITH THE OFFSET AS     *
      *                          THE BALANCE APPLIED                  *
      *                    1. SEND THE REQUEST TO THE SERVER          *
      *                    1. ON SUCCESS, RECORD IT ON THE AUDIT      *
      *                          TRAIL AND THE WRITE-OFF REGISTER     *
      *                     ENDPROC (POST-WRITE-OFF)                  *
      *********************-END PSEUDOCODE-****************************

       500-POST-WRITE-OFF.

      *******   THE UPDATE CARRIES THE FULL MASTER RECORD THE WAY
      *******     EVERY BFUNC2 REQUEST DOES, WITH THE OFFSET AS THE
      *******     BALANCE APPLIED
           MOVE MST-ENTRY(CND-MST-IDX(CND-IDX)) TO CUSTOMER-RECORD.
           MOVE CND-AMOUNT(CND-IDX) TO CUSTOMER-BAL.

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

           IF BRETCOD NOT = UERERROK OR UERSERVRC NOT = BRCOK
              DISPLAY "WRITEOFF - WRITE-OFF UPDATE FAILED FOR "
                      "ACCOUNT " CND-ACCT(CND-IDX) " - SRPI RC "
                      BRETCOD " SERVER RC " UERSERVRC
              ADD 1 TO WRITE-OFFS-FAILED
              GO TO 500-POST-WRITE-OFF-EXIT
           END-IF.

           SET CND-POSTED(CND-IDX) TO TRUE.
           ADD 1 TO WRITE-OFFS-POSTED.
           ADD CND-AMOUNT(CND-IDX) TO WRITE-OFF-TOTAL.

      *******   THE WRITE-OFF'S OWN AUDIT RECORD.  THE DISTINCT
      *******     ACTION TEXT KEEPS IT OUT OF RECONCIL'S BFUNC2
      *******     TIE-OUT COUNTS, SO A DAY CONTAINING WRITE-OFFS
      *******     STILL TIES OUT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "WRITE OFF BAD DEBT" TO AUD-ACTION.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-TIME.
           MOVE CND-ACCT(CND-IDX) TO AUD-ACCT.
           MOVE QPAOPER TO AUD-OPER.
           MOVE CND-AMOUNT(CND-IDX) TO AUD-BAL.
           PERFORM 860-WRITE-AUDIT-RECORD.

      *******   THE REGISTER ENTRY CARRIES THE SAME DATE AND TIME AS
      *******     THE AUDIT RECORD, SO THE TWO CAN BE MATCHED
           MOVE SPACES TO WRITE-OFF-RECORD.
           MOVE AUD-DATE TO WOR-DATE.
           MOVE AUD-TIME TO WOR-TIME.
           MOVE CND-ACCT(CND-IDX) TO WOR-ACCT.
           MOVE CUSTOMER-NAME TO WOR-NAME.
           MOVE CND-REASON(CND-IDX) TO WOR-REASON.
           MOVE CND-REF-DATE(CND-IDX) TO WOR-REF-DATE.
           MOVE CND-BAL(CND-IDX) TO WOR-BAL.
           MOVE CND-AMOUNT(CND-IDX) TO WOR-AMOUNT.
           MOVE SIGNON-OPER TO WOR-OPER.
           MOVE SUPER-OPER TO WOR-SUPER.
           WRITE WRITE-OFF-RECORD.

           MOVE CND-AMOUNT(CND-IDX) TO AMOUNT-OUT.
           DISPLAY "WRITEOFF - WRITE-OFF POSTED FOR ACCOUNT "
                   CND-ACCT(CND-IDX) " AMOUNT " AMOUNT-OUT.

       500-POST-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REWRITE-DUN-HISTORY)                *
      *                    1. LOAD THE DELINQUENCY HISTORY - NONE ON  *
      *                          FILE MEANS NOTHING TO REMOVE         *
      *                    1. LEAVE IT AS IT STANDS, WITH RETURN-     *
      *                          CODE 8, IF IT CANNOT BE READ OR      *
      *                          OVERFLOWED THE TABLE                 *
      *                    1. OTHERWISE REWRITE IT WITHOUT THE        *
      *                          ACCOUNTS WRITTEN OFF THIS RUN -      *
      *                          RETURN-CODE 8 IF IT CANNOT BE        *
      *                          REPLACED                             *
      *                     ENDPROC (REWRITE-DUN-HISTORY)             *
      *********************-END PSEUDOCODE-****************************

       700-REWRITE-DUN-HISTORY.

           OPEN INPUT DUN-HISTORY-FILE.
           IF DUN-HISTORY-STATUS = "35"
              GO TO 700-REWRITE-DUN-HISTORY-EXIT
           END-IF.
           IF DUN-HISTORY-STATUS NOT = "00"
              DISPLAY "WRITEOFF - CANNOT OPEN DUNHIST - STATUS "
                      DUN-HISTORY-STATUS " - WRITTEN-OFF ACCOUNTS "
                      "STILL ON IT"
              MOVE 8 TO RETURN-CODE
              GO TO 700-REWRITE-DUN-HISTORY-EXIT
           END-IF.

           PERFORM 710-LOAD-DUN-LINE
              UNTIL DUN-HISTORY-STATUS NOT = "00".
           CLOSE DUN-HISTORY-FILE.

      *******   REWRITING A HISTORY THAT DID NOT FIT WOULD LOSE THE
      *******     ACCOUNTS PAST THE OVERFLOW
      *******     - THE WRITTEN-OFF ACCOUNTS STAY ON IT, SO FAIL THE
      *******     RUN AND HAVE THEM TAKEN OFF BY HAND
           IF DNL-FULL
              DISPLAY "WRITEOFF - DELINQUENCY HISTORY OVERFLOWED THE "
                      "TABLE - DUNHIST NOT REWRITTEN - RAISE DNL-MAX"
              DISPLAY "WRITEOFF - WRITTEN-OFF ACCOUNTS ARE STILL ON "
                      "DUNHIST AND WILL BE DUNNED"
              MOVE 8 TO RETURN-CODE
              GO TO 700-REWRITE-DUN-HISTORY-EXIT
           END-IF.

           OPEN OUTPUT DUN-HISTORY-FILE.
           IF DUN-HISTORY-STATUS NOT = "00"
              DISPLAY "WRITEOFF - CANNOT REWRITE DUNHIST - STATUS "
                      DUN-HISTORY-STATUS " - WRITTEN-OFF ACCOUNTS "
                      "STILL ON IT"
              MOVE 8 TO RETURN-CODE
              GO TO 700-REWRITE-DUN-HISTORY-EXIT
           END-IF.
           PERFORM 720-WRITE-DUN-LINE
              THRU 720-WRITE-DUN-LINE-EXIT
              VARYING DNL-IDX FROM 1 BY 1
              UNTIL DNL-IDX > DNL-COUNT.
           CLOSE DUN-HISTORY-FILE.

       700-REWRITE-DUN-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-DUN-LINE)                      *
      *                    1. READ THE NEXT HISTORY RECORD INTO THE   *
      *                          TABLE, FLAGGING AN OVERFLOW          *
      *                     ENDPROC (LOAD-DUN-LINE)                   *
      *********************-END PSEUDOCODE-****************************

       710-LOAD-DUN-LINE.

           READ DUN-HISTORY-FILE
              AT END MOVE "10" TO DUN-HISTORY-STATUS
              NOT AT END
                 IF DNL-COUNT < DNL-MAX
                    ADD 1 TO DNL-COUNT
                    MOVE DUN-HISTORY-RECORD TO DNL-LINE(DNL-COUNT)
                 ELSE
                    SET DNL-FULL TO TRUE
                 END-IF
           END-READ.

       710-LOAD-DUN-LINE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DUN-LINE)                     *
      *                    1. DROP THE RECORD IF ITS ACCOUNT WAS      *
      *                          WRITTEN OFF THIS RUN                 *
      *                    1. OTHERWISE WRITE IT BACK UNCHANGED       *
      *                     ENDPROC (WRITE-DUN-LINE)                  *
      *********************-END PSEUDOCODE-****************************

       720-WRITE-DUN-LINE.

           MOVE DNL-LINE(DNL-IDX) TO DUN-HISTORY-RECORD.

           MOVE DNH-ACCT TO FIND-ACCT.
           PERFORM 170-FIND-CANDIDATE.
           IF CND-HIT > 0
              IF CND-POSTED(CND-HIT)
                 ADD 1 TO DUNHIST-REMOVED
                 GO TO 720-WRITE-DUN-LINE-EXIT
              END-IF
           END-IF.

           WRITE DUN-HISTORY-RECORD.

       720-WRITE-DUN-LINE-EXIT.

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
              DISPLAY "WRITEOFF - WARNING: CANNOT OPEN AUDCTL - STATUS "
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

           DISPLAY "WRITEOFF - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-CONTROL-TOTALS)               *
      *                    1. DISPLAY THE REFERRALS READ AND HOW      *
      *                          EACH ACCOUNT WAS DISPOSED OF         *
      *                    1. DISPLAY THE WRITE-OFFS POSTED AND       *
      *                          THEIR TOTAL                          *
      *                     ENDPROC (PRINT-CONTROL-TOTALS)            *
      *********************-END PSEUDOCODE-****************************

       900-PRINT-CONTROL-TOTALS.

           DISPLAY "WRITEOFF - END OF RUN CONTROL TOTALS".
           DISPLAY "  REFERRAL ENTRIES READ. . . . . . . : "
                   REFERRALS-READ.
           DISPLAY "  ACCOUNTS REFERRED. . . . . . . . . : "
                   CND-COUNT.
           DISPLAY "  REFERRED TOO RECENTLY. . . . . . . : "
                   NOT-YET-DUE.
           DISPLAY "  ALREADY WRITTEN OFF. . . . . . . . : "
                   ALREADY-WRITTEN-OFF.
           DISPLAY "  NOT ON THE CUSTOMER MASTER . . . . : "
                   NOT-ON-MASTER.
           DISPLAY "  NOTHING OWING. . . . . . . . . . . : "
                   NOTHING-OWING.
           DISPLAY "  LEFT ON THE BOOKS. . . . . . . . . : "
                   LEFT-ON-BOOKS.
           DISPLAY "  WRITE-OFFS PROPOSED. . . . . . . . : "
                   PROPOSED-COUNT.
           DISPLAY "  NOT APPROVED . . . . . . . . . . . : "
                   NOT-APPROVED.
           DISPLAY "  WRITE-OFFS POSTED. . . . . . . . . : "
                   WRITE-OFFS-POSTED.
           DISPLAY "  WRITE-OFFS FAILED. . . . . . . . . : "
                   WRITE-OFFS-FAILED.
           DISPLAY "  TOTAL OFFSET POSTED. . . . . . . . : "
                   WRITE-OFF-TOTAL.
           DISPLAY "  TAKEN OFF THE DELINQUENCY HISTORY. : "
                   DUNHIST-REMOVED.

       900-PRINT-CONTROL-TOTALS-EXIT.

           EXIT.

           END PROGRAM WRITEOFF.
