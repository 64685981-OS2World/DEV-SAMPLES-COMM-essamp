      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = FINCHRG.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Month-end finance-charge assessment.  Every        *
      *            customer on IBMabase, fetched a block at a time    *
      *            via BFUNC4, is aged by the same last-AR-activity   *
      *            rule AGEDRPT uses - the most recent AR update or   *
      *            lockbox payment on the archived activity history   *
      *            ("AUDHIST") or the flat audit trail ("AUDITTRL"),  *
      *            no activity at all aging over 90 days.  A past-due *
      *            balance in the 31-60, 61-90 or over-90-day bucket  *
      *            is charged at that bucket's monthly rate from the  *
      *            finance-charge rate table ("FINRATES").            *
      *                                                               *
      *            NO CHARGE IS MADE TO AN ACCOUNT ON THE EXEMPTION   *
      *            LIST ("FINEXMPT"), TO AN ACCOUNT ALREADY CHARGED   *
      *            THIS CALENDAR MONTH (A FINANCE-CHARGE RECORD FOR   *
      *            THE MONTH IS ALREADY ON THE AUDIT TRAIL OR THE     *
      *            HISTORY - SO A RERUN NEVER CHARGES TWICE), OR      *
      *            WHERE THE CHARGE WORKS OUT BELOW THE MINIMUM       *
      *            CHARGE ON THE RATE TABLE.                          *
      *                                                               *
      *            EACH CHARGE IS POSTED AS A BFUNC2 UPDATE AND       *
      *            APPENDED TO THE AUDIT TRAIL WITH THE DISTINCT      *
      *            ACTION "ASSESS FINANCE CHARGE" - WHICH KEEPS IT    *
      *            OUT OF RECONCIL'S BFUNC2 TIE-OUT COUNTS, AND       *
      *            WHICH AGEDRPT DOES NOT COUNT AS AR ACTIVITY, SO A  *
      *            CHARGE NEVER MAKES AN OLD BALANCE LOOK CURRENT.    *
      *            EACH CHARGE IS ALSO APPENDED TO THE FINANCE-CHARGE *
      *            REGISTER ("FINCHREG") FOR FINANCE.                 *
      *                                                               *
      *            THE SIGNED-ON OPERATOR ID IS TAKEN FROM THE        *
      *            COMMAND LINE AND MUST HOLD THE AR UPDATE FUNCTION  *
      *            ON THE STANDING OPERATOR TABLE ("OPERTAB").        *
      *            A MISSING OR UNUSABLE RATE TABLE, OR A MASTER OR   *
      *            ACTIVITY TABLE THAT WILL NOT FIT IN STORAGE, ENDS  *
      *            THE RUN BEFORE ANY CHARGE IS POSTED.               *
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
         PROGRAM-ID. FINCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "FINRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT EXEMPT-FILE ASSIGN TO "FINEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FINCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT DIAGNOSTIC-FILE ASSIGN TO "FINCHRDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAGNOSTIC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  RATE-FILE        The finance-charge rate table - one record  *
      *                   holding the monthly rate, in percent to     *
      *                   three decimal places, for each past-due     *
      *                   bucket, and the minimum charge worth        *
      *                   posting.                                    *
      *****************************************************************
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05 FRT-RATE-31-60       PIC 9(2)V9(3).
           05 FILLER               PIC X(1).
           05 FRT-RATE-61-90       PIC 9(2)V9(3).
           05 FILLER               PIC X(1).
           05 FRT-RATE-OVER-90     PIC 9(2)V9(3).
           05 FILLER               PIC X(1).
           05 FRT-MIN-CHARGE       PIC 9(7).

      *****************************************************************
      *  EXEMPT-FILE      The exemption list - one account per line,  *
      *                   with the reason it is never charged.        *
      *                   Maintained by hand.                         *
      *****************************************************************
       FD  EXEMPT-FILE
           RECORDING MODE IS F.
       01  EXEMPT-RECORD.
           05 FEX-ACCT             PIC X(16).
           05 FILLER               PIC X(1).
           05 FEX-REASON           PIC X(30).

      *****************************************************************
      *  HISTORY-FILE     The indexed account activity history        *
      *                   AUDARCH sweeps closed days into - read for  *
      *                   aging and for this month's charges.         *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  AUDIT-FILE       The flat audit trail still holding the open *
      *                   days - read for aging and for this month's  *
      *                   charges, then appended with one record per  *
      *                   charge posted.                              *
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
      *  REGISTER-FILE    The finance-charge register - one record    *
      *                   per charge posted, dated, with the balance  *
      *                   and bucket it was assessed on.  Appended;   *
      *                   never truncated.                            *
      *****************************************************************
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           05 FCR-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-NAME             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-BUCKET           PIC X(7).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-BALANCE          PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-RATE             PIC Z9.999.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-CHARGE           PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 FCR-OPER             PIC X(8).

      *****************************************************************
      *  DIAGNOSTIC-FILE  Server/SRPI failure diagnostics for charges *
      *                   the server would not take.                  *
      *****************************************************************
       FD  DIAGNOSTIC-FILE
           RECORDING MODE IS F.
           COPY UUBDIAG.

      *****************************************************************
      *  OPERATOR-FILE    The standing operator table - the signed-on *
      *                   operator must be on it with the AR update   *
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
      *                       startup so no charge is posted unless  *
      *                       the whole master was read              *
      *  MST-COUNT          Master records loaded                    *
      *  MST-MAX            Capacity of the table                    *
      *  MST-IDX            Working subscript                        *
      *  MST-FULL-SW        'Y' once the master overflowed the       *
      *                       table - the run stops                  *
      *****************************************************************
       01  MASTER-TABLE.
           05 MST-ENTRY        PIC X(109) OCCURS 2000 TIMES.
       77  MST-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  MST-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  MST-IDX             PIC 9(4)  COMP-5.
       01  MST-FULL-SW         PIC X(1)  VALUE "N".
           88 MST-FULL                   VALUE "Y".

      *****************************************************************
      *  LAST-UPDATE-TABLE  Each account seen on the history or the  *
      *                       trail                                  *
      *  UPD-ACCT            The account                             *
      *  UPD-DATE            Its most recent AR activity date - zero *
      *                       if it has only had finance charges     *
      *  UPD-CHARGED         'Y' if it was already charged this      *
      *                       month                                  *
      *  UPD-COUNT           Accounts in the table                   *
      *  UPD-MAX             Capacity of the table                   *
      *  UPD-IDX             Working subscript                       *
      *  UPD-HIT             Subscript of the account's entry - zero *
      *                       if it has none                         *
      *  FIND-ACCT           The account being looked up             *
      *****************************************************************
       01  LAST-UPDATE-TABLE.
           05 UPD-ENTRY        OCCURS 2000 TIMES.
              10 UPD-ACCT      PIC X(16).
              10 UPD-DATE      PIC 9(8).
              10 UPD-CHARGED   PIC X(1).
                 88 UPD-CHARGED-THIS-MONTH  VALUE "Y".
       77  UPD-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  UPD-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  UPD-IDX             PIC 9(4)  COMP-5.
       01  UPD-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  POST-ACCT / POST-DATE / POST-ACTION                          *
      *                    The account, date, and action of the      *
      *                       history or trail record being posted   *
      *                       to the last-update table               *
      *****************************************************************
       01  POST-ACCT           PIC X(16).
       01  POST-DATE           PIC 9(8).
       01  POST-ACTION         PIC X(25).

      *****************************************************************
      *  EXEMPT-TABLE      The exemption list, carried in storage    *
      *  EXM-ACCT           An exempt account                        *
      *  EXM-COUNT          Accounts in the table                    *
      *  EXM-MAX            Capacity of the table                    *
      *  EXM-IDX            Working subscript                        *
      *  EXM-HIT            Subscript of the account's entry - zero  *
      *                       if it is not exempt                    *
      *****************************************************************
       01  EXEMPT-TABLE.
           05 EXM-ACCT         PIC X(16) OCCURS 500 TIMES.
       77  EXM-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  EXM-MAX             PIC 9(4)  COMP-5  VALUE 500.
       01  EXM-IDX             PIC 9(4)  COMP-5.
       01  EXM-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  BUCKET-RATES      The monthly rate for each aging bucket,   *
      *                       1=current (never charged) 2=31-60      *
      *                       3=61-90 4=over 90                      *
      *  BUCKET-NAMES      The bucket as printed on the register     *
      *  MIN-CHARGE        The smallest charge worth posting         *
      *****************************************************************
       01  BUCKET-RATES.
           05 BUCKET-RATE      PIC 9(2)V9(3) OCCURS 4 TIMES.
       01  BUCKET-NAME-VALUES.
           05 FILLER           PIC X(7)  VALUE "CURRENT".
           05 FILLER           PIC X(7)  VALUE "31-60".
           05 FILLER           PIC X(7)  VALUE "61-90".
           05 FILLER           PIC X(7)  VALUE "OVER 90".
       01  BUCKET-NAMES REDEFINES BUCKET-NAME-VALUES.
           05 BUCKET-NAME      PIC X(7)  OCCURS 4 TIMES.
       77  MIN-CHARGE          PIC 9(7).

      *****************************************************************
      *  RUN-DATE          The run date, captured once at startup    *
      *  RUN-DAY           The run date as a day number, for aging   *
      *  UPDATE-DAY        The last AR activity date as a day number *
      *  AGE-DAYS          Days between the two                      *
      *  AGE-BUCKET        1=current 2=31-60 3=61-90 4=over 90       *
      *  CHARGE-AMOUNT     The charge worked out for the account     *
      *****************************************************************
       77  RUN-DATE            PIC 9(8).
       01  RUN-DAY             PIC S9(9) COMP-5.
       01  UPDATE-DAY          PIC S9(9) COMP-5.
       01  AGE-DAYS            PIC S9(9) COMP-5.
       01  AGE-BUCKET          PIC 9(1).
       77  CHARGE-AMOUNT       PIC S9(9).

      *****************************************************************
      *  RATE-STATUS       FILE STATUS for RATE-FILE                  *
      *  EXEMPT-STATUS     FILE STATUS for EXEMPT-FILE                *
      *  HISTORY-STATUS    FILE STATUS for HISTORY-FILE               *
      *  AUDIT-STATUS      FILE STATUS for AUDIT-FILE                 *
      *  REGISTER-STATUS   FILE STATUS for REGISTER-FILE              *
      *  DIAGNOSTIC-STATUS FILE STATUS for DIAGNOSTIC-FILE            *
      *  OPERATOR-STATUS   FILE STATUS for OPERATOR-FILE              *
      *****************************************************************
       01  RATE-STATUS         PIC XX.
       01  EXEMPT-STATUS       PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  AUDIT-STATUS        PIC XX.
       01  REGISTER-STATUS     PIC XX.
       01  DIAGNOSTIC-STATUS   PIC XX.
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
      *                      line                                    *
      *  OPER-FOUND-SW    'Y' once the operator's table row has    *
      *                      been read                               *
      *****************************************************************
       01  SIGNON-OPER         PIC X(8)  VALUE SPACES.
       01  OPER-FOUND-SW       PIC X(1)  VALUE "N".
           88 OPER-FOUND                 VALUE "Y".
           88 OPER-NOT-FOUND             VALUE "N".

      *****************************************************************
      *  CONTROL-TOTALS      End-of-run counters                     *
      *  ACCOUNTS-READ       Master accounts assessed                *
      *  NOT-PAST-DUE        Current, or no balance owing            *
      *  EXEMPT-SKIPPED      Past due but on the exemption list      *
      *  CHARGED-SKIPPED     Past due but already charged this month *
      *  MINIMUM-SKIPPED     Past due but the charge was below the   *
      *                         minimum                              *
      *  CHARGES-POSTED      Charges posted via BFUNC2               *
      *  CHARGES-FAILED      Charges the server would not take       *
      *  CHARGE-TOTAL        Total of the charges posted             *
      *  BUCKET-CHARGES      Charges posted, by bucket               *
      *  BUCKET-TOTAL        Their total, by bucket                  *
      *****************************************************************
       01  CONTROL-TOTALS.
           05 ACCOUNTS-READ     PIC S9(9) COMP-5 VALUE 0.
           05 NOT-PAST-DUE      PIC S9(9) COMP-5 VALUE 0.
           05 EXEMPT-SKIPPED    PIC S9(9) COMP-5 VALUE 0.
           05 CHARGED-SKIPPED   PIC S9(9) COMP-5 VALUE 0.
           05 MINIMUM-SKIPPED   PIC S9(9) COMP-5 VALUE 0.
           05 CHARGES-POSTED    PIC S9(9) COMP-5 VALUE 0.
           05 CHARGES-FAILED    PIC S9(9) COMP-5 VALUE 0.
           05 CHARGE-TOTAL      PIC S9(9) COMP-5 VALUE 0.
       01  BUCKET-TOTALS.
           05 BUCKET-ENTRY      OCCURS 4 TIMES.
              10 BUCKET-CHARGES PIC S9(9) COMP-5.
              10 BUCKET-TOTAL   PIC S9(9) COMP-5.

      *****************************************************************
      *  QPAFLAGS-LOGCOM   QPACOM and QPALOG OR'd together, so the  *
      *                       update-accounts-receivable request also *
      *                       asks the server to log the transaction. *
      *****************************************************************
       77  QPAFLAGS-LOGCOM PIC 9(4)     COMP-5.

        COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. SIGN THE OPERATOR ON                    *
      *                    1. LOAD THE RATE TABLE AND THE EXEMPTION   *
      *                          LIST                                 *
      *                    1. LOAD EACH ACCOUNT'S LAST AR ACTIVITY    *
      *                          DATE, AND WHETHER IT HAS ALREADY     *
      *                          BEEN CHARGED THIS MONTH, FROM THE    *
      *                          HISTORY AND THE AUDIT TRAIL          *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                    1. AGE EVERY MASTER ACCOUNT AND POST ITS   *
      *                          FINANCE CHARGE, IF ONE IS DUE        *
      *                    1. PRINT THE END-OF-RUN CONTROL TOTALS     *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   SIGN THE OPERATOR ON AGAINST THE OPERATOR TABLE
      *******     BEFORE ANYTHING ELSE - NO AUTHORIZED OPERATOR,
      *******     NO CHARGES
           ACCEPT SIGNON-OPER FROM COMMAND-LINE.
           PERFORM 120-SIGN-ON-OPERATOR.

      *******   CAPTURE THE RUN DATE ONCE - EVERY CHARGE THIS RUN
      *******     POSTS CARRIES THIS ONE DATE, AND ITS MONTH IS THE
      *******     MONTH BEING CHARGED
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DAY.
           INITIALIZE BUCKET-TOTALS.

      *******   THE RATES AND MINIMUM CHARGE, AND WHO IS EXEMPT
           PERFORM 140-LOAD-RATES.
           PERFORM 150-LOAD-EXEMPTIONS.

      *******   EACH ACCOUNT'S LAST AR ACTIVITY AND THIS MONTH'S
      *******     CHARGES - FROM THE ARCHIVED HISTORY FIRST, THEN
      *******     FROM THE FLAT TRAIL STILL HOLDING THE OPEN DAYS
           PERFORM 160-LOAD-HISTORY.
           PERFORM 170-LOAD-AUDIT-TRAIL.

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

      *******   A PARTIAL MASTER WOULD LEAVE ACCOUNTS UNCHARGED
      *******     WITHOUT ANYONE KNOWING - STOP BEFORE CHARGING
           IF BRETCOD NOT = UERERROK
              DISPLAY "FINCHRG - CUSTOMER MASTER LOAD FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NO CHARGES POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MST-FULL
              DISPLAY "FINCHRG - CUSTOMER MASTER OVERFLOWED THE "
                      "TABLE - RAISE MST-MAX AND RERUN - NO CHARGES "
                      "POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE AUDIT TRAIL AND THE REGISTER ARE PERMANENT -
      *******     APPEND, FALLING BACK TO OPEN OUTPUT THE FIRST TIME
      *******     EITHER EXISTS.  THE DIAGNOSTICS ARE THIS RUN'S ONLY.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.
           OPEN EXTEND REGISTER-FILE.
           IF REGISTER-STATUS NOT = "00"
              OPEN OUTPUT REGISTER-FILE
           END-IF.
           OPEN OUTPUT DIAGNOSTIC-FILE.

      *******   ASSESS EVERY MASTER ACCOUNT, STOPPING IF AN UPDATE
      *******     REQUEST FAILS AT THE SRPI LEVEL
           PERFORM 200-ASSESS-ACCOUNT
              THRU 200-ASSESS-ACCOUNT-EXIT
              VARYING MST-IDX FROM 1 BY 1
              UNTIL MST-IDX > MST-COUNT
                 OR BRETCOD NOT = UERERROK.

           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           CLOSE REGISTER-FILE.
           CLOSE DIAGNOSTIC-FILE.

      *******   PRINT THE END-OF-RUN CONTROL TOTALS
           PERFORM 900-PRINT-CONTROL-TOTALS.

           IF BRETCOD NOT = UERERROK OR CHARGES-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SIGN-ON-OPERATOR)                   *
      *                    1. REJECT A BLANK OPERATOR ID              *
      *                    1. FIND THE OPERATOR ON THE STANDING       *
      *                          OPERATOR TABLE                       *
      *                    1. REJECT AN OPERATOR THE TABLE DOES NOT   *
      *                          GRANT THE AR UPDATE FUNCTION         *
      *                     ENDPROC (SIGN-ON-OPERATOR)                *
      *********************-END PSEUDOCODE-****************************

       120-SIGN-ON-OPERATOR.

           IF SIGNON-OPER = SPACES
              DISPLAY "FINCHRG - SIGN ON REQUIRED - GIVE THE "
                      "OPERATOR ID AS THE COMMAND LINE PARAMETER"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
              DISPLAY "FINCHRG - NO OPERATOR TABLE FOUND - NO "
                      "CHARGES CAN BE AUTHORIZED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 130-FIND-OPERATOR
              UNTIL OPER-FOUND OR OPERATOR-STATUS NOT = "00".
           CLOSE OPERATOR-FILE.

           IF OPER-NOT-FOUND
              DISPLAY "FINCHRG - OPERATOR " SIGNON-OPER
                      " IS NOT ON THE OPERATOR TABLE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE OPERATOR'S TABLE ROW IS STILL IN THE RECORD
      *******     AREA - CHECK THE AR UPDATE FUNCTION IS GRANTED
           IF NOT OPR-AR-ALLOWED
              DISPLAY "FINCHRG - OPERATOR " SIGNON-OPER
                      " IS NOT AUTHORIZED FOR AR UPDATES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       120-SIGN-ON-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-OPERATOR)                      *
      *                    1. READ THE NEXT OPERATOR TABLE ROW,       *
      *                          FLAGGING THE SIGNED-ON OPERATOR'S    *
      *                     ENDPROC (FIND-OPERATOR)                   *
      *********************-END PSEUDOCODE-****************************

       130-FIND-OPERATOR.

           READ OPERATOR-FILE
              AT END MOVE "10" TO OPERATOR-STATUS
              NOT AT END
                 IF OPR-ID = SIGNON-OPER
                    SET OPER-FOUND TO TRUE
                 END-IF
           END-READ.

       130-FIND-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-RATES)                         *
      *                    1. READ THE ONE-RECORD RATE TABLE          *
      *                    1. A MISSING, EMPTY, OR NON-NUMERIC RATE   *
      *                          TABLE STOPS THE RUN - CHARGING AT A  *
      *                          GUESSED RATE IS WORSE THAN NOT       *
      *                          CHARGING                             *
      *                     ENDPROC (LOAD-RATES)                      *
      *********************-END PSEUDOCODE-****************************

       140-LOAD-RATES.

           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
              DISPLAY "FINCHRG - NO FINANCE-CHARGE RATE TABLE FOUND "
                      "- NO CHARGES POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ RATE-FILE
              AT END MOVE "10" TO RATE-STATUS
           END-READ.
           CLOSE RATE-FILE.

           IF RATE-STATUS NOT = "00" AND RATE-STATUS NOT = "04"
              DISPLAY "FINCHRG - FINANCE-CHARGE RATE TABLE IS EMPTY "
                      "OR UNREADABLE - STATUS " RATE-STATUS
                      " - NO CHARGES POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF FRT-RATE-31-60 NOT NUMERIC
              OR FRT-RATE-61-90 NOT NUMERIC
              OR FRT-RATE-OVER-90 NOT NUMERIC
              OR FRT-MIN-CHARGE NOT NUMERIC
              DISPLAY "FINCHRG - FINANCE-CHARGE RATE TABLE HOLDS A "
                      "NON-NUMERIC RATE OR MINIMUM - NO CHARGES "
                      "POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO BUCKET-RATE(1).
           MOVE FRT-RATE-31-60 TO BUCKET-RATE(2).
           MOVE FRT-RATE-61-90 TO BUCKET-RATE(3).
           MOVE FRT-RATE-OVER-90 TO BUCKET-RATE(4).
           MOVE FRT-MIN-CHARGE TO MIN-CHARGE.

           DISPLAY "FINCHRG - MONTHLY RATES 31-60 " BUCKET-RATE(2)
                   " 61-90 " BUCKET-RATE(3)
                   " OVER 90 " BUCKET-RATE(4)
                   " MINIMUM CHARGE " MIN-CHARGE.

       140-LOAD-RATES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-EXEMPTIONS)                    *
      *                    1. READ THE EXEMPTION LIST INTO THE TABLE  *
      *                          - A MISSING LIST EXEMPTS NO ONE      *
      *                     ENDPROC (LOAD-EXEMPTIONS)                 *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-EXEMPTIONS.

           OPEN INPUT EXEMPT-FILE.
           IF EXEMPT-STATUS = "00"
              PERFORM 155-LOAD-EXEMPT-ENTRY
                 UNTIL EXEMPT-STATUS NOT = "00"
              CLOSE EXEMPT-FILE
           ELSE
              DISPLAY "FINCHRG - NO EXEMPTION LIST FOUND - NO "
                      "ACCOUNT IS EXEMPT"
           END-IF.

       150-LOAD-EXEMPTIONS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-EXEMPT-ENTRY)                  *
      *                    1. READ THE NEXT EXEMPT ACCOUNT INTO THE   *
      *                          TABLE                                *
      *                    1. A FULL TABLE STOPS THE RUN - AN EXEMPT  *
      *                          ACCOUNT LEFT OFF WOULD BE CHARGED    *
      *                     ENDPROC (LOAD-EXEMPT-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       155-LOAD-EXEMPT-ENTRY.

           READ EXEMPT-FILE
              AT END MOVE "10" TO EXEMPT-STATUS
              NOT AT END
                 IF FEX-ACCT NOT = SPACES
                    IF EXM-COUNT NOT < EXM-MAX
                       DISPLAY "FINCHRG - EXEMPTION LIST HOLDS MORE "
                               "THAN " EXM-MAX " ACCOUNTS - RAISE "
                               "EXM-MAX - NO CHARGES POSTED"
                       CLOSE EXEMPT-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO EXM-COUNT
                    MOVE FEX-ACCT TO EXM-ACCT(EXM-COUNT)
                 END-IF
           END-READ.

       155-LOAD-EXEMPT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-HISTORY)                       *
      *                    1. OPEN THE ARCHIVED HISTORY; NONE AT ALL  *
      *                          JUST MEANS NO SWEEP HAS RUN YET      *
      *                    1. POST EVERY HISTORY RECORD TO THE        *
      *                          LAST-UPDATE TABLE                    *
      *                     ENDPROC (LOAD-HISTORY)                    *
      *********************-END PSEUDOCODE-****************************

       160-LOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "00"
              PERFORM 165-READ-HISTORY-RECORD
                 UNTIL HISTORY-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.

       160-LOAD-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-HISTORY-RECORD)                *
      *                    1. READ THE NEXT HISTORY RECORD AND POST   *
      *                          IT                                   *
      *                     ENDPROC (READ-HISTORY-RECORD)             *
      *********************-END PSEUDOCODE-****************************

       165-READ-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
              NOT AT END
                 MOVE HIS-ACCT TO POST-ACCT
                 MOVE HIS-DATE TO POST-DATE
                 MOVE HIS-ACTION TO POST-ACTION
                 PERFORM 180-POST-ACTIVITY
           END-READ.

       165-READ-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-TRAIL)                   *
      *                    1. OPEN THE AUDIT TRAIL; IF IT DOESN'T     *
      *                          EXIST YET ACCOUNTS WITH NO ARCHIVED  *
      *                          HISTORY AGE AS NEVER UPDATED         *
      *                    1. POST EVERY TRAIL RECORD TO THE          *
      *                          LAST-UPDATE TABLE                    *
      *                     ENDPROC (LOAD-AUDIT-TRAIL)                *
      *********************-END PSEUDOCODE-****************************

       170-LOAD-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
              PERFORM 175-READ-AUDIT-RECORD
                 UNTIL AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY "FINCHRG - NO AUDIT TRAIL FOUND - ACCOUNTS "
                      "WITH NO ARCHIVED HISTORY WILL AGE AS NEVER "
                      "UPDATED"
           END-IF.

       170-LOAD-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-AUDIT-RECORD)                  *
      *                    1. READ THE NEXT AUDIT RECORD AND POST IT  *
      *                     ENDPROC (READ-AUDIT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       175-READ-AUDIT-RECORD.

           READ AUDIT-FILE
              AT END MOVE "10" TO AUDIT-STATUS
              NOT AT END
                 MOVE AUD-ACCT TO POST-ACCT
                 MOVE AUD-DATE TO POST-DATE
                 MOVE AUD-ACTION TO POST-ACTION
                 PERFORM 180-POST-ACTIVITY
           END-READ.

       175-READ-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-ACTIVITY)                      *
      *                    1. AR UPDATES AND LOCKBOX PAYMENTS ARE AR  *
      *                          ACTIVITY (THE AGEDRPT RULE) - KEEP   *
      *                          THE LATEST DATE FOR THE ACCOUNT      *
      *                    1. A FINANCE CHARGE DATED THIS MONTH MARKS *
      *                          THE ACCOUNT ALREADY CHARGED          *
      *                    1. ANY OTHER ACTION IS IGNORED             *
      *                     ENDPROC (POST-ACTIVITY)                   *
      *********************-END PSEUDOCODE-****************************

       180-POST-ACTIVITY.

           IF POST-ACTION = "UPDATE ACCOUNTS RECEIVBL"
              OR POST-ACTION = "POST LOCKBOX PAYMENT"
              OR (POST-ACTION = "ASSESS FINANCE CHARGE"
                  AND POST-DATE(1:6) = RUN-DATE(1:6))
              MOVE POST-ACCT TO FIND-ACCT
              PERFORM 185-FIND-UPDATE-ENTRY
              IF UPD-HIT = 0
                 PERFORM 188-ADD-UPDATE-ENTRY
              END-IF
              IF POST-ACTION = "ASSESS FINANCE CHARGE"
                 SET UPD-CHARGED-THIS-MONTH(UPD-HIT) TO TRUE
              ELSE
                 IF POST-DATE > UPD-DATE(UPD-HIT)
                    MOVE POST-DATE TO UPD-DATE(UPD-HIT)
                 END-IF
              END-IF
           END-IF.

       180-POST-ACTIVITY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-UPDATE-ENTRY)                  *
      *                    1. FIND FIND-ACCT IN THE LAST-UPDATE       *
      *                          TABLE, LEAVING ITS SUBSCRIPT IN      *
      *                          UPD-HIT                              *
      *                     ENDPROC (FIND-UPDATE-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       185-FIND-UPDATE-ENTRY.

           MOVE 0 TO UPD-HIT.
           PERFORM 186-CHECK-UPDATE-ENTRY
              VARYING UPD-IDX FROM 1 BY 1
              UNTIL UPD-IDX > UPD-COUNT OR UPD-HIT > 0.

       185-FIND-UPDATE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-UPDATE-ENTRY)                 *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-UPDATE-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       186-CHECK-UPDATE-ENTRY.

           IF UPD-ACCT(UPD-IDX) = FIND-ACCT
              MOVE UPD-IDX TO UPD-HIT
           END-IF.

       186-CHECK-UPDATE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-UPDATE-ENTRY)                   *
      *                    1. ADD FIND-ACCT TO THE LAST-UPDATE TABLE, *
      *                          NOT YET UPDATED OR CHARGED           *
      *                    1. A FULL TABLE STOPS THE RUN - AN ACCOUNT *
      *                          LEFT OFF WOULD AGE AS NEVER UPDATED  *
      *                          AND BE CHARGED AT THE OVER-90 RATE,  *
      *                          OR BE CHARGED TWICE IN THE MONTH     *
      *                     ENDPROC (ADD-UPDATE-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       188-ADD-UPDATE-ENTRY.

           IF UPD-COUNT NOT < UPD-MAX
              DISPLAY "FINCHRG - MORE THAN " UPD-MAX " ACCOUNTS "
                      "HAVE AR ACTIVITY - RAISE UPD-MAX - NO "
                      "CHARGES POSTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO UPD-COUNT.
           MOVE UPD-COUNT TO UPD-HIT.
           MOVE FIND-ACCT TO UPD-ACCT(UPD-HIT).
           MOVE 0 TO UPD-DATE(UPD-HIT).
           MOVE "N" TO UPD-CHARGED(UPD-HIT).

       188-ADD-UPDATE-ENTRY-EXIT.

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
      *                     PROC (ASSESS-ACCOUNT)                     *
      *                    1. AGE THE MASTER ACCOUNT'S BALANCE        *
      *                    1. A CURRENT OR NON-POSITIVE BALANCE IS    *
      *                          NOT PAST DUE - NO CHARGE             *
      *                    1. AN EXEMPT ACCOUNT, OR ONE ALREADY       *
      *                          CHARGED THIS MONTH, IS SKIPPED       *
      *                    1. WORK OUT THE CHARGE AT THE BUCKET'S     *
      *                          RATE; BELOW THE MINIMUM IS SKIPPED   *
      *                    1. OTHERWISE POST THE CHARGE               *
      *                     ENDPROC (ASSESS-ACCOUNT)                  *
      *********************-END PSEUDOCODE-****************************

       200-ASSESS-ACCOUNT.

           MOVE MST-ENTRY(MST-IDX) TO CUSTOMER-RECORD.
           ADD 1 TO ACCOUNTS-READ.

           MOVE CUSTOMER-ACCT TO FIND-ACCT.
           PERFORM 185-FIND-UPDATE-ENTRY.
           PERFORM 250-AGE-BALANCE.

           IF CUSTOMER-BAL NOT > 0 OR AGE-BUCKET = 1
              ADD 1 TO NOT-PAST-DUE
              GO TO 200-ASSESS-ACCOUNT-EXIT
           END-IF.

           PERFORM 260-FIND-EXEMPTION.
           IF EXM-HIT > 0
              ADD 1 TO EXEMPT-SKIPPED
              GO TO 200-ASSESS-ACCOUNT-EXIT
           END-IF.

           IF UPD-HIT > 0
              IF UPD-CHARGED-THIS-MONTH(UPD-HIT)
                 ADD 1 TO CHARGED-SKIPPED
                 GO TO 200-ASSESS-ACCOUNT-EXIT
              END-IF
           END-IF.

           COMPUTE CHARGE-AMOUNT ROUNDED =
                   CUSTOMER-BAL * BUCKET-RATE(AGE-BUCKET) / 100.

           IF CHARGE-AMOUNT < MIN-CHARGE OR CHARGE-AMOUNT NOT > 0
              ADD 1 TO MINIMUM-SKIPPED
              GO TO 200-ASSESS-ACCOUNT-EXIT
           END-IF.

           PERFORM 300-POST-CHARGE
              THRU 300-POST-CHARGE-EXIT.

       200-ASSESS-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (AGE-BALANCE)                        *
      *                    1. NO AR ACTIVITY ON RECORD AT ALL AGES    *
      *                          OVER 90 DAYS                         *
      *                    1. OTHERWISE BUCKET BY DAYS SINCE THE LAST *
      *                          AR ACTIVITY - THE AGEDRPT BUCKETS    *
      *                     ENDPROC (AGE-BALANCE)                     *
      *********************-END PSEUDOCODE-****************************

       250-AGE-BALANCE.

           IF UPD-HIT = 0
              MOVE 4 TO AGE-BUCKET
           ELSE
              IF UPD-DATE(UPD-HIT) = 0
                 MOVE 4 TO AGE-BUCKET
              ELSE
                 MOVE FUNCTION INTEGER-OF-DATE(UPD-DATE(UPD-HIT))
                      TO UPDATE-DAY
                 SUBTRACT UPDATE-DAY FROM RUN-DAY GIVING AGE-DAYS
                 EVALUATE TRUE
                    WHEN AGE-DAYS NOT > 30
                       MOVE 1 TO AGE-BUCKET
                    WHEN AGE-DAYS NOT > 60
                       MOVE 2 TO AGE-BUCKET
                    WHEN AGE-DAYS NOT > 90
                       MOVE 3 TO AGE-BUCKET
                    WHEN OTHER
                       MOVE 4 TO AGE-BUCKET
                 END-EVALUATE
              END-IF
           END-IF.

       250-AGE-BALANCE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-EXEMPTION)                     *
      *                    1. FIND THE ACCOUNT ON THE EXEMPTION LIST, *
      *                          LEAVING ITS SUBSCRIPT IN EXM-HIT     *
      *                     ENDPROC (FIND-EXEMPTION)                  *
      *********************-END PSEUDOCODE-****************************

       260-FIND-EXEMPTION.

           MOVE 0 TO EXM-HIT.
           PERFORM 265-CHECK-EXEMPTION
              VARYING EXM-IDX FROM 1 BY 1
              UNTIL EXM-IDX > EXM-COUNT OR EXM-HIT > 0.

       260-FIND-EXEMPTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-EXEMPTION)                    *
      *                    1. NOTE THE ENTRY IF IT IS THE ACCOUNT'S   *
      *                     ENDPROC (CHECK-EXEMPTION)                 *
      *********************-END PSEUDOCODE-****************************

       265-CHECK-EXEMPTION.

           IF EXM-ACCT(EXM-IDX) = CUSTOMER-ACCT
              MOVE EXM-IDX TO EXM-HIT
           END-IF.

       265-CHECK-EXEMPTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-CHARGE)                        *
      *                    1. BUILD THE BFUNC2 REQUEST FROM THE       *
      *                          MASTER RECORD WITH THE CHARGE AS     *
      *                          THE BALANCE APPLIED                  *
      *                    1. SEND THE REQUEST TO THE SERVER          *
      *                    1. ON SUCCESS, RECORD IT ON THE AUDIT      *
      *                          TRAIL AND THE REGISTER; ON FAILURE,  *
      *                          WRITE A DIAGNOSTIC                   *
      *                     ENDPROC (POST-CHARGE)                     *
      *********************-END PSEUDOCODE-****************************

       300-POST-CHARGE.

      *******   THE BALANCE ASSESSED IS KEPT FOR THE REGISTER BEFORE
      *******     THE CHARGE TAKES ITS PLACE ON THE REQUEST
           MOVE SPACES TO REGISTER-RECORD.
           MOVE CUSTOMER-BAL TO FCR-BALANCE.
           MOVE CHARGE-AMOUNT TO CUSTOMER-BAL.

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
              ADD 1 TO CHARGES-FAILED
              PERFORM 350-WRITE-DIAGNOSTIC
              GO TO 300-POST-CHARGE-EXIT
           END-IF.

           ADD 1 TO CHARGES-POSTED.
           ADD CHARGE-AMOUNT TO CHARGE-TOTAL.
           ADD 1 TO BUCKET-CHARGES(AGE-BUCKET).
           ADD CHARGE-AMOUNT TO BUCKET-TOTAL(AGE-BUCKET).

      *******   THE CHARGE'S OWN AUDIT RECORD.  THE DISTINCT ACTION
      *******     TEXT KEEPS IT OUT OF RECONCIL'S BFUNC2 TIE-OUT
      *******     COUNTS, AND AGING DOES NOT TREAT IT AS AR ACTIVITY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE "ASSESS FINANCE CHARGE" TO AUD-ACTION.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-TIME.
           MOVE CUSTOMER-ACCT TO AUD-ACCT.
           MOVE QPAOPER TO AUD-OPER.
           MOVE CHARGE-AMOUNT TO AUD-BAL.
           PERFORM 860-WRITE-AUDIT-RECORD.

      *******   THE REGISTER LINE FOR FINANCE
           MOVE AUD-DATE TO FCR-DATE.
           MOVE AUD-TIME TO FCR-TIME.
           MOVE CUSTOMER-ACCT TO FCR-ACCT.
           MOVE CUSTOMER-NAME TO FCR-NAME.
           MOVE BUCKET-NAME(AGE-BUCKET) TO FCR-BUCKET.
           MOVE BUCKET-RATE(AGE-BUCKET) TO FCR-RATE.
           MOVE CHARGE-AMOUNT TO FCR-CHARGE.
           MOVE QPAOPER TO FCR-OPER.
           WRITE REGISTER-RECORD.

       300-POST-CHARGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DIAGNOSTIC)                   *
      *                    1. MOVE ACCOUNT, SERVER RETURN CODE,       *
      *                          SRPI RETURN CODE, AND THE CURRENT    *
      *                          DATE/TIME TO THE DIAGNOSTIC RECORD   *
      *                    1. WRITE THE DIAGNOSTIC RECORD             *
      *                     ENDPROC (WRITE-DIAGNOSTIC)                *
      *********************-END PSEUDOCODE-****************************

       350-WRITE-DIAGNOSTIC.

           MOVE SPACES TO DIAGNOSTIC-RECORD.
           MOVE CUSTOMER-ACCT TO DIA-ACCT.
           MOVE UERSERVRC TO DIA-SERVRC.
           MOVE BRETCOD TO DIA-RETCOD.
           MOVE RUN-DATE TO DIA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO DIA-TIME.
           WRITE DIAGNOSTIC-RECORD.

       350-WRITE-DIAGNOSTIC-EXIT.

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
              DISPLAY "FINCHRG - WARNING: CANNOT OPEN AUDCTL - STATUS "
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

           DISPLAY "FINCHRG - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-CONTROL-TOTALS)               *
      *                    1. DISPLAY THE ACCOUNTS ASSESSED AND WHY   *
      *                          EACH WAS OR WAS NOT CHARGED          *
      *                    1. DISPLAY THE CHARGES POSTED BY BUCKET    *
      *                          AND IN TOTAL                         *
      *                     ENDPROC (PRINT-CONTROL-TOTALS)            *
      *********************-END PSEUDOCODE-****************************

       900-PRINT-CONTROL-TOTALS.

           DISPLAY "FINCHRG - END OF RUN CONTROL TOTALS".
           DISPLAY "  ACCOUNTS ASSESSED. . . . . . . . . : "
                   ACCOUNTS-READ.
           DISPLAY "  NOT PAST DUE . . . . . . . . . . . : "
                   NOT-PAST-DUE.
           DISPLAY "  EXEMPT . . . . . . . . . . . . . . : "
                   EXEMPT-SKIPPED.
           DISPLAY "  ALREADY CHARGED THIS MONTH . . . . : "
                   CHARGED-SKIPPED.
           DISPLAY "  BELOW THE MINIMUM CHARGE . . . . . : "
                   MINIMUM-SKIPPED.
           DISPLAY "  CHARGES FAILED . . . . . . . . . . : "
                   CHARGES-FAILED.
           DISPLAY "  CHARGES POSTED 31-60 . . . . . . . : "
                   BUCKET-CHARGES(2) " AMOUNT " BUCKET-TOTAL(2).
           DISPLAY "  CHARGES POSTED 61-90 . . . . . . . : "
                   BUCKET-CHARGES(3) " AMOUNT " BUCKET-TOTAL(3).
           DISPLAY "  CHARGES POSTED OVER 90 . . . . . . : "
                   BUCKET-CHARGES(4) " AMOUNT " BUCKET-TOTAL(4).
           DISPLAY "  CHARGES POSTED . . . . . . . . . . : "
                   CHARGES-POSTED.
           DISPLAY "  TOTAL CHARGED. . . . . . . . . . . : "
                   CHARGE-TOTAL.

       900-PRINT-CONTROL-TOTALS-EXIT.

           EXIT.

           END PROGRAM FINCHRG.
