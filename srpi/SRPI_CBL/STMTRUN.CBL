      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = STMTRUN.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Month-end customer statement run.  Prints a        *
      *            mailable statement for every account on the        *
      *            IBMabase customer master, fetched in one pass a    *
      *            block at a time via BFUNC4, to the statement file  *
      *            ("STMTPRT").                                       *
      *                                                               *
      *            EACH STATEMENT SHOWS THE OPENING BALANCE, EVERY AR *
      *            UPDATE, LOCKBOX PAYMENT, REVERSAL, FINANCE CHARGE, *
      *            BAD-DEBT WRITE-OFF, AND ACCOUNT-MERGE BALANCE      *
      *            TRANSFER POSTED TO THE ACCOUNT IN                  *
      *            THE STATEMENT MONTH WITH A RUNNING BALANCE, AND    *
      *            THE CLOSING BALANCE.  THE ACTIVITY COMES FROM THE  *
      *            ARCHIVED HISTORY ("AUDHIST") PLUS THE OPEN DAY     *
      *            STILL ON THE FLAT AUDIT TRAIL ("AUDITTRL").  THE   *
      *            CLOSING BALANCE IS THE MASTER'S CUSTOMER-BAL LESS  *
      *            ANY ACTIVITY POSTED AFTER THE MONTH; THE OPENING   *
      *            BALANCE IS THE CLOSING BALANCE LESS THE MONTH'S    *
      *            ACTIVITY.                                          *
      *                                                               *
      *            EACH STATEMENT ALSO CARRIES THE CLOSING BALANCE    *
      *            IN ITS AGING BUCKET - AGED BY THE SAME LAST-AR-    *
      *            ACTIVITY RULES AGEDRPT USES, AS AT THE STATEMENT   *
      *            DATE - AND THE ACCOUNT'S CURRENT DUNNING LETTER    *
      *            LEVEL FROM THE DELINQUENCY HISTORY ("DUNHIST"),    *
      *            AND ENDS WITH A TEAR-OFF REMITTANCE STUB CARRYING  *
      *            THE ACCOUNT NUMBER.                                *
      *                                                               *
      *            A CONTROL PAGE ("STMTCTL") TIES THE RUN BACK TO    *
      *            THE AR SUMMARY RUN HISTORY ("ARSUMHST") MONTH-TO-  *
      *            DATE FIGURES THE WAY RECONCIL TIES A NIGHT:        *
      *            STATEMENTS PRINTED AGAINST MASTER ACCOUNTS READ,   *
      *            AR UPDATES ITEMIZED AGAINST ARS-RECORDS-UPDATED,   *
      *            AND THEIR TOTAL AGAINST ARS-BAL-APPLIED, WITH NO   *
      *            ACTIVITY LEFT OVER FOR AN ACCOUNT OFF THE MASTER.  *
      *            ANY FAILED TIE ENDS THE RUN WITH RETURN-CODE 8.    *
      *                                                               *
      * INPUT:   OPTIONALLY, THE STATEMENT MONTH (CCYYMM) AS THE      *
      *          COMMAND LINE PARAMETER - THE CURRENT MONTH IF NONE.  *
      *                                                               *
      * OUTPUT:  THE STATEMENTS ("STMTPRT") AND THE CONTROL PAGE      *
      *          ("STMTCTL").                                         *
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
         PROGRAM-ID. STMTRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-HISTORY-FILE ASSIGN TO "ARSUMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUN-HISTORY-STATUS.
           SELECT WORK-FILE ASSIGN TO "STMTWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "STMTSORT".
           SELECT SORTED-FILE ASSIGN TO "STMTSRTD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO "STMTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  AR-HISTORY-FILE  The dated AR summary run history BSAMPL     *
      *                   appends to - the statement month's records  *
      *                   are the month-to-date figures the control   *
      *                   page ties to.                               *
      *****************************************************************
       FD  AR-HISTORY-FILE
           RECORDING MODE IS F.
           COPY UUBARSUM.

      *****************************************************************
      *  AUDIT-FILE    The flat audit trail still holding the open    *
      *                day - read for its balance actions.            *
      *****************************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY UUBAUDIT.

      *****************************************************************
      *  HISTORY-FILE  The indexed account activity history AUDARCH   *
      *                sweeps closed days into - read for its         *
      *                balance actions.                               *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  DUN-HISTORY-FILE The carried-forward delinquency history     *
      *                   DUNNING keeps - read for each account's     *
      *                   current letter level.                       *
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
      *  WORK-FILE     One record per master account and one per      *
      *                balance action dated in or after the           *
      *                statement month, awaiting the SORT.  WK-TYPE   *
      *                "A" (activity) sorts ahead of "M" (master), so *
      *                an account's activity is all in hand by the    *
      *                time its master record arrives.                *
      *****************************************************************
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD.
           05 WK-ACCT              PIC X(16).
           05 WK-TYPE              PIC X(1).
           05 WK-DATE              PIC 9(8).
           05 WK-TIME              PIC 9(8).
           05 WK-ACTION            PIC X(25).
           05 WK-AMOUNT            PIC S9(9).
           05 WK-NAME              PIC X(25).
           05 WK-ADDR              PIC X(25).
           05 WK-CITY              PIC X(15).
           05 WK-STAT              PIC X(15).
           05 WK-ZIP               PIC X(9).

      *****************************************************************
      *  SORT-WORK     SORT work file - orders WORK-FILE by account,  *
      *                record type, date, and time.                   *
      *****************************************************************
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ACCT             PIC X(16).
           05 SRT-TYPE             PIC X(1).
           05 SRT-DATE             PIC 9(8).
           05 SRT-TIME             PIC 9(8).
           05 SRT-ACTION           PIC X(25).
           05 SRT-AMOUNT           PIC S9(9).
           05 SRT-NAME             PIC X(25).
           05 SRT-ADDR             PIC X(25).
           05 SRT-CITY             PIC X(15).
           05 SRT-STAT             PIC X(15).
           05 SRT-ZIP              PIC X(9).

      *****************************************************************
      *  SORTED-FILE   WORK-FILE after sorting, read sequentially to  *
      *                print the statements.                          *
      *****************************************************************
       FD  SORTED-FILE
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           05 SRD-ACCT             PIC X(16).
           05 SRD-TYPE             PIC X(1).
               88 SRD-ACTIVITY           VALUE "A".
               88 SRD-MASTER             VALUE "M".
           05 SRD-DATE             PIC 9(8).
           05 SRD-TIME             PIC 9(8).
           05 SRD-ACTION           PIC X(25).
           05 SRD-AMOUNT           PIC S9(9).
           05 SRD-NAME             PIC X(25).
           05 SRD-ADDR             PIC X(25).
           05 SRD-CITY             PIC X(15).
           05 SRD-STAT             PIC X(15).
           05 SRD-ZIP              PIC X(9).

      *****************************************************************
      *  STATEMENT-FILE The print-ready statements - fresh every run, *
      *                 one statement block with its remittance stub  *
      *                 per account.                                  *
      *****************************************************************
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-RECORD         PIC X(80).

      *****************************************************************
      *  CONTROL-FILE   The statement run control page.               *
      *****************************************************************
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD           PIC X(80).

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
      *  AR-HISTORY-STATUS   FILE STATUS for AR-HISTORY-FILE          *
      *  AUDIT-STATUS        FILE STATUS for AUDIT-FILE               *
      *  HISTORY-STATUS      FILE STATUS for HISTORY-FILE             *
      *  DUN-HISTORY-STATUS  FILE STATUS for DUN-HISTORY-FILE         *
      *  STATEMENT-MONTH     The month being stated (CCYYMM)          *
      *  STATEMENT-DATE      The date the statements are made up to - *
      *                      today for the current month, otherwise   *
      *                      the month's last day                     *
      *  STATEMENT-DAY       STATEMENT-DATE as a day number           *
      *  NEXT-MONTH-DATE     The first day of the following month     *
      *****************************************************************
       01  AR-HISTORY-STATUS   PIC XX.
       01  AUDIT-STATUS        PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  DUN-HISTORY-STATUS  PIC XX.
       01  STATEMENT-MONTH     PIC X(6)  VALUE SPACES.
       01  STATEMENT-MONTH-NUM REDEFINES STATEMENT-MONTH.
           05 STM-YEAR         PIC 9(4).
           05 STM-MONTH        PIC 9(2).
       01  STATEMENT-DATE      PIC 9(8).
       01  STATEMENT-DAY       PIC S9(9) COMP-5.
       01  NEXT-MONTH-DATE     PIC 9(8).
       01  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
           05 NXM-YEAR         PIC 9(4).
           05 NXM-MONTH        PIC 9(2).
           05 NXM-DAY          PIC 9(2).

      *****************************************************************
      *  POST-ACCT / POST-DATE / POST-TIME / POST-ACTION / POST-AMOUNT*
      *                      The activity record being posted - fed  *
      *                      from the archived history or from the   *
      *                      flat trail                               *
      *  POST-AR-SW          'Y' when the action is AR activity that *
      *                      refreshes aging (the AGEDRPT rule)       *
      *  POST-STMT-SW        'Y' when the action moves the balance   *
      *                      and belongs on the statement             *
      *  DESC-TEXT           The statement description of an action  *
      *  FIRST-TRAIL-SEQ     Lowest sequence number on the flat      *
      *                      trail - a history record from there on  *
      *                      is a copy left by an interrupted sweep  *
      *****************************************************************
       01  POST-ACCT           PIC X(16).
       01  POST-DATE           PIC 9(8).
       01  POST-TIME           PIC 9(8).
       01  POST-ACTION         PIC X(25).
       01  POST-AMOUNT         PIC S9(9).
       01  FIRST-TRAIL-SEQ     PIC 9(9)  VALUE 0.
       01  POST-AR-SW          PIC X(1)  VALUE "N".
           88 POST-AR-ACTIVITY           VALUE "Y".
           88 POST-NOT-AR-ACTIVITY       VALUE "N".
       01  POST-STMT-SW        PIC X(1)  VALUE "N".
           88 POST-STMT-ACTION           VALUE "Y".
           88 POST-NOT-STMT-ACTION       VALUE "N".
       01  DESC-TEXT           PIC X(25).

      *****************************************************************
      *  LAST-UPDATE-TABLE Most recent AR activity date on or before  *
      *                       the statement date for each account -  *
      *                       the AGEDRPT aging rule                 *
      *  UPD-COUNT         Number of accounts in the table            *
      *  UPD-MAX           Capacity of the table                      *
      *  UPD-IDX           Working subscript for the table            *
      *  UPD-HIT           Subscript of FIND-ACCT's entry, or zero   *
      *  TABLE-FULL-SW     'Y' once the table has overflowed         *
      *****************************************************************
       01  LAST-UPDATE-TABLE.
           05 UPD-ENTRY        OCCURS 2000 TIMES.
              10 UPD-ACCT      PIC X(16).
              10 UPD-DATE      PIC 9(8).
       77  UPD-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  UPD-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  UPD-IDX             PIC 9(4)  COMP-5.
       01  UPD-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).
       01  TABLE-FULL-SW       PIC X(1)  VALUE "N".
           88 TABLE-FULL                 VALUE "Y".

      *****************************************************************
      *  DUN-TABLE          Each delinquent account's current letter *
      *                       level, from DUNHIST                    *
      *  DUN-COUNT           Accounts in the table                  *
      *  DUN-MAX             Capacity of the table                  *
      *  DUN-IDX             Working subscript                      *
      *  DUN-HIT             Subscript of FIND-ACCT's entry, or zero*
      *****************************************************************
       01  DUN-TABLE.
           05 DUN-ENTRY        OCCURS 2000 TIMES.
              10 DUN-ACCT      PIC X(16).
              10 DUN-LEVEL     PIC 9(1).
       77  DUN-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  DUN-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  DUN-IDX             PIC 9(4)  COMP-5.
       01  DUN-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  ACCOUNT-ACTIVITY   The statement month's activity for the   *
      *                       account in hand, held until its master *
      *                       record arrives and the statement can   *
      *                       print with its opening balance first   *
      *  ACT-COUNT           Lines held                              *
      *  ACT-MAX             Capacity - activity past it is still    *
      *                       totalled but not itemized              *
      *  ACT-IDX             Working subscript                       *
      *  ACT-UNLISTED        Activity lines not itemized             *
      *****************************************************************
       01  ACCOUNT-ACTIVITY.
           05 ACT-ENTRY        OCCURS 300 TIMES.
              10 ACT-DATE      PIC 9(8).
              10 ACT-ACTION    PIC X(25).
              10 ACT-AMOUNT    PIC S9(9) COMP-5.
       77  ACT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  ACT-MAX             PIC 9(4)  COMP-5  VALUE 300.
       01  ACT-IDX             PIC 9(4)  COMP-5.
       77  ACT-UNLISTED        PIC S9(9) COMP-5  VALUE 0.

      *****************************************************************
      *  CURRENT-ACCT       The account whose records are in hand    *
      *  MONTH-ACTIVITY     Total of its activity in the month       *
      *  LATER-ACTIVITY     Total of its activity after the month    *
      *  OPENING-BAL        Its balance at the start of the month    *
      *  CLOSING-BAL        Its balance at the end of the month      *
      *  RUNNING-BAL        The running balance down the statement   *
      *  MASTER-SEEN-SW     'Y' once the account's master record    *
      *                       has arrived                            *
      *  FIRST-SW           'Y' until the first sorted record        *
      *  EOF-SW             'Y' once SORTED-FILE is exhausted        *
      *****************************************************************
       01  CURRENT-ACCT        PIC X(16) VALUE SPACES.
       77  MONTH-ACTIVITY      PIC S9(9) COMP-5 VALUE 0.
       77  LATER-ACTIVITY      PIC S9(9) COMP-5 VALUE 0.
       77  OPENING-BAL         PIC S9(9) COMP-5 VALUE 0.
       77  CLOSING-BAL         PIC S9(9) COMP-5 VALUE 0.
       77  RUNNING-BAL         PIC S9(9) COMP-5 VALUE 0.
       01  MASTER-SEEN-SW      PIC X(1)  VALUE "N".
           88 MASTER-SEEN                VALUE "Y".
           88 MASTER-NOT-SEEN            VALUE "N".
       01  FIRST-SW            PIC X(1)  VALUE "Y".
           88 FIRST-RECORD               VALUE "Y".
           88 NOT-FIRST-RECORD           VALUE "N".
       01  EOF-SW              PIC X(1)  VALUE "N".
           88 EOF                        VALUE "Y".
           88 NOT-EOF                    VALUE "N".

      *****************************************************************
      *  RUN-DAY           Statement date as a day number, for aging  *
      *  UPDATE-DAY        The last update date as a day number       *
      *  AGE-DAYS          Days between the two                       *
      *  AGE-BUCKET        1=current 2=31-60 3=61-90 4=over 90        *
      *****************************************************************
       01  UPDATE-DAY          PIC S9(9) COMP-5.
       01  AGE-DAYS            PIC S9(9) COMP-5.
       01  AGE-BUCKET          PIC 9(1).

      *****************************************************************
      *  CONTROL-TOTALS        Statement run totals for the control  *
      *                          page                                *
      *  MASTER-ACCOUNTS       Accounts read from the master         *
      *  STATEMENTS-PRINTED    Statements printed                    *
      *  AR-UPDATE-COUNT       AR updates itemized in the month      *
      *  AR-UPDATE-TOTAL       Their total                           *
      *  LOCKBOX-COUNT         Lockbox payments in the month         *
      *  LOCKBOX-TOTAL         Their total                           *
      *  REVERSAL-COUNT        Reversals in the month                *
      *  REVERSAL-TOTAL        Their total                           *
      *  FINANCE-COUNT         Finance charges in the month          *
      *  FINANCE-TOTAL         Their total                           *
      *  WRITE-OFF-COUNT       Bad-debt write-offs in the month      *
      *  WRITE-OFF-TOTAL       Their total                           *
      *  MERGE-COUNT           Account-merge balance transfers in    *
      *                          the month                           *
      *  MERGE-TOTAL           Their total                           *
      *  OTHER-COUNT           Other balance actions in the month    *
      *  OTHER-TOTAL           Their total                           *
      *  OPENING-TOTAL         Total of the opening balances         *
      *  CLOSING-TOTAL         Total of the closing balances         *
      *  OFF-MASTER-ACCOUNTS   Accounts with month activity but no   *
      *                          master record - no statement        *
      *  OFF-MASTER-TOTAL      Their month activity total            *
      *  MTD-RUNS              ARSUMHST runs in the statement month  *
      *  MTD-READ              Their ARS-RECORDS-READ total          *
      *  MTD-UPDATED           Their ARS-RECORDS-UPDATED total       *
      *  MTD-BAL               Their ARS-BAL-APPLIED total           *
      *  MTD-INTERRUPTED       Interrupted runs among them           *
      *  ARS-BAL-NUM           ARS-BAL-APPLIED as a number           *
      *****************************************************************
       01  CONTROL-TOTALS.
           05 MASTER-ACCOUNTS    PIC S9(9) COMP-5 VALUE 0.
           05 STATEMENTS-PRINTED PIC S9(9) COMP-5 VALUE 0.
           05 AR-UPDATE-COUNT    PIC S9(9) COMP-5 VALUE 0.
           05 AR-UPDATE-TOTAL    PIC S9(9) COMP-5 VALUE 0.
           05 LOCKBOX-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 LOCKBOX-TOTAL      PIC S9(9) COMP-5 VALUE 0.
           05 REVERSAL-COUNT     PIC S9(9) COMP-5 VALUE 0.
           05 REVERSAL-TOTAL     PIC S9(9) COMP-5 VALUE 0.
           05 FINANCE-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 FINANCE-TOTAL      PIC S9(9) COMP-5 VALUE 0.
           05 WRITE-OFF-COUNT    PIC S9(9) COMP-5 VALUE 0.
           05 WRITE-OFF-TOTAL    PIC S9(9) COMP-5 VALUE 0.
           05 MERGE-COUNT        PIC S9(9) COMP-5 VALUE 0.
           05 MERGE-TOTAL        PIC S9(9) COMP-5 VALUE 0.
           05 OTHER-COUNT        PIC S9(9) COMP-5 VALUE 0.
           05 OTHER-TOTAL        PIC S9(9) COMP-5 VALUE 0.
           05 OPENING-TOTAL      PIC S9(9) COMP-5 VALUE 0.
           05 CLOSING-TOTAL      PIC S9(9) COMP-5 VALUE 0.
           05 OFF-MASTER-ACCOUNTS PIC S9(9) COMP-5 VALUE 0.
           05 OFF-MASTER-TOTAL   PIC S9(9) COMP-5 VALUE 0.
           05 MTD-RUNS           PIC S9(9) COMP-5 VALUE 0.
           05 MTD-READ           PIC S9(9) COMP-5 VALUE 0.
           05 MTD-UPDATED        PIC S9(9) COMP-5 VALUE 0.
           05 MTD-BAL            PIC S9(9) COMP-5 VALUE 0.
           05 MTD-INTERRUPTED    PIC S9(9) COMP-5 VALUE 0.
       77  ARS-BAL-NUM           PIC S9(9).

      *****************************************************************
      *  CONTROL-FAILED-SW 'Y' once any control tie has failed - the *
      *                       run ends with RETURN-CODE 8            *
      *****************************************************************
       01  CONTROL-FAILED-SW   PIC X(1)  VALUE "N".
           88 CONTROL-FAILED             VALUE "Y".
           88 CONTROL-CLEAN              VALUE "N".

      *****************************************************************
      *  STATEMENT PRINT LINES - ONE STATEMENT IS A BLOCK OF LINES ON *
      *  THE STATEMENT FILE, READY TO PRINT AND MAIL                  *
      *****************************************************************
       01  STMT-RULE-LINE      PIC X(70) VALUE ALL "=".

       01  STMT-TEAR-LINE      PIC X(70) VALUE
           "- - - - - - - DETACH AND RETURN WITH YOUR PAYMENT - - - - -
      -    " - -".

       01  STMT-TITLE-LINE.
           05 FILLER           PIC X(40) VALUE "STATEMENT OF ACCOUNT".
           05 FILLER           PIC X(16) VALUE "STATEMENT DATE: ".
           05 STL-DATE         PIC 9(8).

       01  STMT-CITY-LINE      PIC X(80).

       01  STMT-ACCT-LINE.
           05 FILLER           PIC X(19) VALUE "ACCOUNT NUMBER . . ".
           05 STA-ACCT         PIC X(16).

       01  STMT-HEADING-LINE.
           05 FILLER           PIC X(8)  VALUE "DATE".
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE "DESCRIPTION".
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(12) VALUE "      AMOUNT".
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(12) VALUE "     BALANCE".

       01  STMT-DETAIL-LINE.
           05 STD-DATE         PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-DESC         PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-AMOUNT       PIC X(12).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STD-BALANCE      PIC -(11)9.

       01  STMT-AMOUNT-EDIT    PIC -(11)9.

       01  STMT-AGING-HEADING.
           05 FILLER           PIC X(12) VALUE "     CURRENT".
           05 FILLER           PIC X(12) VALUE "       31-60".
           05 FILLER           PIC X(12) VALUE "       61-90".
           05 FILLER           PIC X(12) VALUE "     OVER 90".

       01  STMT-AGING-LINE.
           05 STG-BUCKET       PIC X(12) OCCURS 4 TIMES.

       01  STMT-DUNNING-LINE.
           05 FILLER           PIC X(19) VALUE "COLLECTION STATUS. ".
           05 STN-TEXT         PIC X(45).

       01  STUB-TITLE-LINE     PIC X(40) VALUE "REMITTANCE ADVICE".

       01  STUB-NAME-LINE.
           05 FILLER           PIC X(19) VALUE "NAME . . . . . . . ".
           05 STB-NAME         PIC X(25).

       01  STUB-DATE-LINE.
           05 FILLER           PIC X(19) VALUE "STATEMENT DATE . . ".
           05 STB-DATE         PIC 9(8).

       01  STUB-DUE-LINE.
           05 FILLER           PIC X(19) VALUE "AMOUNT DUE . . . . ".
           05 STB-DUE          PIC -(9)9.

       01  STUB-ENCLOSED-LINE  PIC X(40) VALUE
                                  "AMOUNT ENCLOSED. . ____________".

      *****************************************************************
      *  CONTROL PAGE LINES                                           *
      *****************************************************************
       01  CTL-TITLE-LINE.
           05 FILLER           PIC X(37) VALUE
                                  "STATEMENT RUN CONTROL PAGE - MONTH ".
           05 CTT-MONTH        PIC X(6).
           05 FILLER           PIC X(10) VALUE "  TO DATE ".
           05 CTT-DATE         PIC 9(8).

       01  CTL-TOTAL-LINE.
           05 CTO-DESC         PIC X(40).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CTO-COUNT        PIC -(9)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CTO-AMOUNT       PIC -(11)9.

       01  CTL-CHECK-LINE.
           05 CHK-DESC         PIC X(40).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CHK-EXPECTED     PIC -(9)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CHK-ACTUAL       PIC -(9)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CHK-RESULT       PIC X(4).

       01  CTL-RESULT-LINE.
           05 FILLER           PIC X(28) VALUE
                                  "STATEMENT RUN RESULT. . . . ".
           05 CRS-TEXT         PIC X(6).

       COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. SETTLE THE STATEMENT MONTH AND DATE     *
      *                    1. TOTAL THE MONTH'S AR RUNS FROM THE      *
      *                          AR SUMMARY RUN HISTORY               *
      *                    1. LOAD THE DUNNING LETTER LEVELS          *
      *                    1. SPOOL THE BALANCE ACTIONS FROM THE      *
      *                          FLAT TRAIL AND THE ARCHIVED HISTORY, *
      *                          ONCE EACH, NOTING EACH ACCOUNT'S     *
      *                          LAST AR ACTIVITY FOR AGING           *
      *                    1. SPOOL THE WHOLE MASTER VIA BFUNC4       *
      *                    1. SORT BY ACCOUNT AND PRINT A STATEMENT   *
      *                          FOR EVERY MASTER ACCOUNT             *
      *                    1. PRINT THE CONTROL PAGE AND SET THE      *
      *                          RETURN CODE                          *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE STATEMENT MONTH - FROM THE COMMAND LINE, OR THE
      *******     CURRENT MONTH
           PERFORM 120-SET-STATEMENT-MONTH.

      *******   THE MONTH-TO-DATE FIGURES THE CONTROL PAGE TIES TO
           PERFORM 140-LOAD-AR-HISTORY.

      *******   EACH DELINQUENT ACCOUNT'S CURRENT LETTER LEVEL
           PERFORM 150-LOAD-DUN-HISTORY.

      *******   SPOOL THE MONTH'S ACTIVITY - THE OPEN DAY STILL ON
      *******     THE FLAT TRAIL FIRST, SO THE ARCHIVED DAYS CAN PASS
      *******     OVER ANY RECORD AN INTERRUPTED SWEEP LEFT ON BOTH
           OPEN OUTPUT WORK-FILE.
           PERFORM 170-SPOOL-AUDIT-TRAIL.
           PERFORM 160-SPOOL-HISTORY.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

      *******   SET REQUESTING OPERATOR ID
           MOVE BOPER TO QPAOPER.

      *******   INITIALIZE SERVER RETURN CODE
           MOVE BRCOK TO UERSERVRC.

      *******   INITIALIZE SRPI RETURN CODE
           MOVE UERERROK TO BRETCOD.

      *******   SPOOL THE WHOLE CUSTOMER MASTER
           PERFORM 200-SPOOL-MASTER-BLOCK UNTIL
             (LAST-BLOCK OR (BRETCOD NOT EQUAL UERERROK)).
           CLOSE WORK-FILE.

      *******   A PARTIAL MASTER WOULD SILENTLY SKIP CUSTOMERS - NO
      *******     STATEMENTS AT ALL IS BETTER THAN SOME
           IF BRETCOD NOT = UERERROK
              DISPLAY "STMTRUN - CUSTOMER MASTER FETCH FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NO STATEMENTS PRINTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   SORT THE SPOOL BY ACCOUNT, ACTIVITY AHEAD OF MASTER
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT SRT-TYPE SRT-DATE SRT-TIME
               USING WORK-FILE
               GIVING SORTED-FILE.

      *******   PRINT THE STATEMENTS
           OPEN INPUT SORTED-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM 300-PROCESS-SORTED UNTIL EOF.
           IF NOT-FIRST-RECORD
              PERFORM 360-END-ACCOUNT
           END-IF.
           CLOSE SORTED-FILE.
           CLOSE STATEMENT-FILE.

      *******   THE CONTROL PAGE, AND THE RETURN CODE
           PERFORM 600-PRINT-CONTROL-PAGE.

           DISPLAY "STMTRUN - END OF RUN TOTALS FOR " STATEMENT-MONTH.
           DISPLAY "  MASTER ACCOUNTS READ . . . . . . . : "
                   MASTER-ACCOUNTS.
           DISPLAY "  STATEMENTS PRINTED . . . . . . . . : "
                   STATEMENTS-PRINTED.
           DISPLAY "  ACCOUNTS WITH ACTIVITY NOT ON MASTER: "
                   OFF-MASTER-ACCOUNTS.

           IF CONTROL-FAILED
              DISPLAY "STMTRUN - CONTROL TOTALS DO NOT TIE - SEE "
                      "THE CONTROL PAGE BEFORE MAILING"
              MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SET-STATEMENT-MONTH)                *
      *                    1. TAKE THE MONTH FROM THE COMMAND LINE,   *
      *                          OR THE CURRENT MONTH                 *
      *                    1. THE CURRENT MONTH IS STATED TO TODAY;   *
      *                          AN EARLIER MONTH TO ITS LAST DAY     *
      *                     ENDPROC (SET-STATEMENT-MONTH)             *
      *********************-END PSEUDOCODE-****************************

       120-SET-STATEMENT-MONTH.

           ACCEPT STATEMENT-MONTH FROM COMMAND-LINE.

           IF STATEMENT-MONTH = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO STATEMENT-MONTH
           END-IF.

           IF STATEMENT-MONTH NOT NUMERIC
              OR STM-MONTH < 1 OR STM-MONTH > 12
              OR STATEMENT-MONTH > FUNCTION CURRENT-DATE(1:6)
              DISPLAY "STMTRUN - GIVE THE STATEMENT MONTH AS CCYYMM, "
                      "NOT LATER THAN THE CURRENT MONTH, OR NO "
                      "PARAMETER FOR THE CURRENT MONTH"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF STATEMENT-MONTH = FUNCTION CURRENT-DATE(1:6)
              MOVE FUNCTION CURRENT-DATE(1:8) TO STATEMENT-DATE
           ELSE
              MOVE STM-YEAR TO NXM-YEAR
              MOVE STM-MONTH TO NXM-MONTH
              MOVE 1 TO NXM-DAY
              IF NXM-MONTH = 12
                 ADD 1 TO NXM-YEAR
                 MOVE 1 TO NXM-MONTH
              ELSE
                 ADD 1 TO NXM-MONTH
              END-IF
              COMPUTE STATEMENT-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1)
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE(STATEMENT-DATE)
                TO STATEMENT-DAY.

       120-SET-STATEMENT-MONTH-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AR-HISTORY)                    *
      *                    1. TOTAL THE STATEMENT MONTH'S AR RUNS     *
      *                          THE WAY MONTHRPT DOES                *
      *                     ENDPROC (LOAD-AR-HISTORY)                 *
      *********************-END PSEUDOCODE-****************************

       140-LOAD-AR-HISTORY.

           OPEN INPUT AR-HISTORY-FILE.

           IF AR-HISTORY-STATUS = "00"
              PERFORM 145-READ-AR-HISTORY
                 UNTIL AR-HISTORY-STATUS NOT = "00"
              CLOSE AR-HISTORY-FILE
           ELSE
              DISPLAY "STMTRUN - NO AR RUN HISTORY ON FILE - THE "
                      "CONTROL PAGE CANNOT TIE"
           END-IF.

       140-LOAD-AR-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-AR-HISTORY)                    *
      *                    1. READ THE NEXT AR RUN AND ADD IT TO THE  *
      *                          MONTH-TO-DATE FIGURES IF IT FALLS    *
      *                          IN THE STATEMENT MONTH               *
      *                     ENDPROC (READ-AR-HISTORY)                 *
      *********************-END PSEUDOCODE-****************************

       145-READ-AR-HISTORY.

           READ AR-HISTORY-FILE
              AT END MOVE "10" TO AR-HISTORY-STATUS
              NOT AT END
                 IF AR-SUMMARY-RECORD(1:6) = STATEMENT-MONTH
                    ADD 1 TO MTD-RUNS
                    ADD ARS-RECORDS-READ TO MTD-READ
                    ADD ARS-RECORDS-UPDATED TO MTD-UPDATED
                    MOVE FUNCTION NUMVAL(ARS-BAL-APPLIED)
                         TO ARS-BAL-NUM
                    ADD ARS-BAL-NUM TO MTD-BAL
                    IF ARS-INTERRUPTED
                       ADD 1 TO MTD-INTERRUPTED
                    END-IF
                 END-IF
           END-READ.

       145-READ-AR-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-DUN-HISTORY)                   *
      *                    1. LOAD EVERY DELINQUENT ACCOUNT'S LETTER  *
      *                          LEVEL - NO HISTORY JUST MEANS NO     *
      *                          ACCOUNT IS IN DUNNING                *
      *                     ENDPROC (LOAD-DUN-HISTORY)                *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-DUN-HISTORY.

           OPEN INPUT DUN-HISTORY-FILE.

           IF DUN-HISTORY-STATUS = "00"
              PERFORM 155-LOAD-DUN-RECORD
                 UNTIL DUN-HISTORY-STATUS NOT = "00"
              CLOSE DUN-HISTORY-FILE
           END-IF.

       150-LOAD-DUN-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-DUN-RECORD)                    *
      *                    1. READ THE NEXT HISTORY RECORD INTO THE   *
      *                          TABLE                                *
      *                    1. A FULL TABLE WOULD PRINT DELINQUENT     *
      *                          ACCOUNTS WITH NO LETTER LEVEL - STOP *
      *                     ENDPROC (LOAD-DUN-RECORD)                 *
      *********************-END PSEUDOCODE-****************************

       155-LOAD-DUN-RECORD.

           READ DUN-HISTORY-FILE
              AT END MOVE "10" TO DUN-HISTORY-STATUS
              NOT AT END
                 IF DUN-COUNT < DUN-MAX
                    ADD 1 TO DUN-COUNT
                    MOVE DNH-ACCT TO DUN-ACCT(DUN-COUNT)
                    MOVE DNH-LEVEL TO DUN-LEVEL(DUN-COUNT)
                 ELSE
                    DISPLAY "STMTRUN - DELINQUENCY HISTORY OVERFLOWED "
                            "THE TABLE - RAISE DUN-MAX AND RERUN - NO "
                            "STATEMENTS PRODUCED"
                    CLOSE DUN-HISTORY-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

       155-LOAD-DUN-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-HISTORY)                      *
      *                    1. OPEN THE ARCHIVED HISTORY; NONE AT ALL  *
      *                          JUST MEANS NO SWEEP HAS RUN YET      *
      *                    1. POST EVERY ARCHIVED RECORD              *
      *                     ENDPROC (SPOOL-HISTORY)                   *
      *********************-END PSEUDOCODE-****************************

       160-SPOOL-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF HISTORY-STATUS = "00"
              PERFORM 165-READ-HISTORY-RECORD
                 UNTIL HISTORY-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.

       160-SPOOL-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-HISTORY-RECORD)                *
      *                    1. READ THE NEXT ARCHIVED RECORD           *
      *                    1. ONE STILL ON THE FLAT TRAIL AS WELL IS  *
      *                          ALREADY POSTED - SKIP IT             *
      *                    1. OTHERWISE POST IT                       *
      *                     ENDPROC (READ-HISTORY-RECORD)             *
      *********************-END PSEUDOCODE-****************************

       165-READ-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
              NOT AT END
                 IF HIS-SEQ = 0 OR FIRST-TRAIL-SEQ = 0
                    OR HIS-SEQ < FIRST-TRAIL-SEQ
                    MOVE HIS-ACCT TO POST-ACCT
                    MOVE HIS-DATE TO POST-DATE
                    MOVE HIS-TIME TO POST-TIME
                    MOVE HIS-ACTION TO POST-ACTION
                    MOVE FUNCTION NUMVAL(HIS-BAL) TO POST-AMOUNT
                    PERFORM 180-POST-ACTIVITY
                 END-IF
           END-READ.

       165-READ-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-AUDIT-TRAIL)                  *
      *                    1. OPEN THE FLAT AUDIT TRAIL; NONE AT ALL  *
      *                          MEANS NO OPEN DAY                    *
      *                    1. POST EVERY AUDIT RECORD                 *
      *                     ENDPROC (SPOOL-AUDIT-TRAIL)               *
      *********************-END PSEUDOCODE-****************************

       170-SPOOL-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE.

           IF AUDIT-STATUS = "00"
              PERFORM 175-READ-AUDIT-RECORD
                 UNTIL AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-FILE
           END-IF.

       170-SPOOL-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-AUDIT-RECORD)                  *
      *                    1. READ THE NEXT AUDIT RECORD AND POST IT  *
      *                    1. NOTE THE LOWEST SEQUENCE NUMBER ON THE  *
      *                          TRAIL                                *
      *                     ENDPROC (READ-AUDIT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       175-READ-AUDIT-RECORD.

           READ AUDIT-FILE
              AT END MOVE "10" TO AUDIT-STATUS
              NOT AT END
                 MOVE AUD-ACCT TO POST-ACCT
                 MOVE AUD-DATE TO POST-DATE
                 MOVE AUD-TIME TO POST-TIME
                 MOVE AUD-ACTION TO POST-ACTION
                 MOVE FUNCTION NUMVAL(AUD-BAL) TO POST-AMOUNT
                 IF AUD-SEQ NUMERIC
                    IF AUD-SEQ > 0
                       AND (FIRST-TRAIL-SEQ = 0
                            OR AUD-SEQ < FIRST-TRAIL-SEQ)
                       MOVE AUD-SEQ TO FIRST-TRAIL-SEQ
                    END-IF
                 END-IF
                 PERFORM 180-POST-ACTIVITY
           END-READ.

       175-READ-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-ACTIVITY)                      *
      *                    1. CLASSIFY THE ACTION                     *
      *                    1. AR ACTIVITY ON OR BEFORE THE STATEMENT  *
      *                          DATE REFRESHES THE ACCOUNT'S LAST    *
      *                          UPDATE DATE FOR AGING                *
      *                    1. A BALANCE ACTION DATED IN OR AFTER THE  *
      *                          STATEMENT MONTH IS SPOOLED           *
      *                     ENDPROC (POST-ACTIVITY)                   *
      *********************-END PSEUDOCODE-****************************

       180-POST-ACTIVITY.

           PERFORM 185-CLASSIFY-ACTION.

           IF POST-AR-ACTIVITY AND POST-DATE NOT > STATEMENT-DATE
              PERFORM 190-POST-UPDATE-DATE
           END-IF.

           IF POST-STMT-ACTION
              AND POST-DATE(1:6) NOT < STATEMENT-MONTH
              MOVE SPACES TO WORK-RECORD
              MOVE POST-ACCT TO WK-ACCT
              MOVE "A" TO WK-TYPE
              MOVE POST-DATE TO WK-DATE
              MOVE POST-TIME TO WK-TIME
              MOVE POST-ACTION TO WK-ACTION
              MOVE POST-AMOUNT TO WK-AMOUNT
              WRITE WORK-RECORD
           END-IF.

       180-POST-ACTIVITY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CLASSIFY-ACTION)                    *
      *                    1. AR UPDATES AND LOCKBOX PAYMENTS ARE AR  *
      *                          ACTIVITY FOR AGING (THE AGEDRPT      *
      *                          RULE) AND BELONG ON THE STATEMENT    *
      *                    1. REVERSALS, FINANCE CHARGES,             *
      *                          WRITE-OFFS, AND MERGE BALANCE        *
      *                          TRANSFERS BELONG ON THE STATEMENT    *
      *                          ONLY - THEY DO NOT REFRESH AGING     *
      *                    1. CUSTOMER MAINTENANCE IS NEITHER         *
      *                     ENDPROC (CLASSIFY-ACTION)                 *
      *********************-END PSEUDOCODE-****************************

       185-CLASSIFY-ACTION.

           SET POST-NOT-AR-ACTIVITY TO TRUE.
           SET POST-NOT-STMT-ACTION TO TRUE.

           EVALUATE POST-ACTION
              WHEN "UPDATE ACCOUNTS RECEIVBL"
              WHEN "POST LOCKBOX PAYMENT"
                 SET POST-AR-ACTIVITY TO TRUE
                 SET POST-STMT-ACTION TO TRUE
              WHEN "REVERSE AR UPDATE"
              WHEN "ASSESS FINANCE CHARGE"
              WHEN "WRITE OFF BAD DEBT"
              WHEN "MERGE BALANCE OUT"
              WHEN "MERGE BALANCE IN"
              WHEN "MERGE BALANCE BACKED OUT"
                 SET POST-STMT-ACTION TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       185-CLASSIFY-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (POST-UPDATE-DATE)                   *
      *                    1. FIND THE POSTED ACCOUNT IN THE          *
      *                          LAST-UPDATE TABLE                    *
      *                    1. IF FOUND, KEEP THE LATER OF THE TWO     *
      *                          DATES; OTHERWISE ADD THE ACCOUNT     *
      *                     ENDPROC (POST-UPDATE-DATE)                *
      *********************-END PSEUDOCODE-****************************

       190-POST-UPDATE-DATE.

           MOVE POST-ACCT TO FIND-ACCT.
           PERFORM 192-FIND-UPDATE-ENTRY.

           IF UPD-HIT > 0
              IF POST-DATE > UPD-DATE(UPD-HIT)
                 MOVE POST-DATE TO UPD-DATE(UPD-HIT)
              END-IF
           ELSE
              IF UPD-COUNT < UPD-MAX
                 ADD 1 TO UPD-COUNT
                 MOVE POST-ACCT TO UPD-ACCT(UPD-COUNT)
                 MOVE POST-DATE TO UPD-DATE(UPD-COUNT)
              ELSE

      *******   THE TABLE HAS OVERFLOWED - WARN ONCE; ACCOUNTS LOST
      *******     HERE WILL AGE AS NEVER UPDATED
                 IF NOT TABLE-FULL
                    SET TABLE-FULL TO TRUE
                    DISPLAY "STMTRUN - WARNING: LAST-UPDATE TABLE IS "
                            "FULL - RAISE UPD-MAX AND RERUN; AGING "
                            "ON THESE STATEMENTS IS NOT RELIABLE"
                 END-IF
              END-IF
           END-IF.

       190-POST-UPDATE-DATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-UPDATE-ENTRY)                  *
      *                    1. SCAN THE LAST-UPDATE TABLE FOR          *
      *                          FIND-ACCT, LEAVING ITS SUBSCRIPT IN  *
      *                          UPD-HIT (ZERO IF NOT THERE)          *
      *                     ENDPROC (FIND-UPDATE-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       192-FIND-UPDATE-ENTRY.

           MOVE 0 TO UPD-HIT.
           PERFORM 194-CHECK-UPDATE-ENTRY
              VARYING UPD-IDX FROM 1 BY 1
              UNTIL UPD-IDX > UPD-COUNT OR UPD-HIT > 0.

       192-FIND-UPDATE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-UPDATE-ENTRY)                 *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-UPDATE-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       194-CHECK-UPDATE-ENTRY.

           IF UPD-ACCT(UPD-IDX) = FIND-ACCT
              MOVE UPD-IDX TO UPD-HIT
           END-IF.

       194-CHECK-UPDATE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-MASTER-BLOCK)                 *
      *                    1. FETCH THE NEXT BLOCK OF CUSTOMER        *
      *                          RECORDS VIA BFUNC4 <SENDREQUEST>     *
      *                    1. SPOOL EVERY RECORD THE BLOCK CARRIES    *
      *                     ENDPROC (SPOOL-MASTER-BLOCK)              *
      *********************-END PSEUDOCODE-****************************

       200-SPOOL-MASTER-BLOCK.

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
              PERFORM 210-SPOOL-MASTER-ENTRY
                 VARYING BLK-IDX FROM 1 BY 1
                 UNTIL BLK-IDX > CBK-COUNT
           END-IF.

       200-SPOOL-MASTER-BLOCK-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-MASTER-ENTRY)                 *
      *                    1. SPOOL THE NEXT BLOCK ENTRY AS A MASTER  *
      *                          WORK RECORD                          *
      *                     ENDPROC (SPOOL-MASTER-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       210-SPOOL-MASTER-ENTRY.

           MOVE CBK-ENTRY(BLK-IDX) TO CUSTOMER-RECORD.
           MOVE SPACES TO WORK-RECORD.
           MOVE CUSTOMER-ACCT TO WK-ACCT.
           MOVE "M" TO WK-TYPE.
           MOVE 0 TO WK-DATE.
           MOVE 0 TO WK-TIME.
           MOVE CUSTOMER-BAL TO WK-AMOUNT.
           MOVE CUSTOMER-NAME TO WK-NAME.
           MOVE CUSTOMER-ADDR TO WK-ADDR.
           MOVE CUSTOMER-CITY TO WK-CITY.
           MOVE CUSTOMER-STAT TO WK-STAT.
           MOVE CUSTOMER-ZIP TO WK-ZIP.
           WRITE WORK-RECORD.
           ADD 1 TO MASTER-ACCOUNTS.

       210-SPOOL-MASTER-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROCESS-SORTED)                     *
      *                    1. READ THE NEXT SORTED RECORD             *
      *                    1. ON A CHANGE OF ACCOUNT, FINISH THE      *
      *                          PRIOR ACCOUNT AND START THE NEW ONE  *
      *                    1. HOLD AN ACTIVITY RECORD; PRINT THE      *
      *                          STATEMENT ON THE MASTER RECORD       *
      *                     ENDPROC (PROCESS-SORTED)                  *
      *********************-END PSEUDOCODE-****************************

       300-PROCESS-SORTED.

           READ SORTED-FILE
              AT END SET EOF TO TRUE
           END-READ.

           IF NOT EOF
              IF FIRST-RECORD OR SRD-ACCT NOT = CURRENT-ACCT
                 IF NOT-FIRST-RECORD
                    PERFORM 360-END-ACCOUNT
                 END-IF
                 PERFORM 320-START-ACCOUNT
              END-IF

              IF SRD-ACTIVITY
                 PERFORM 340-ADD-ACTIVITY
              ELSE
                 SET MASTER-SEEN TO TRUE
                 PERFORM 400-PRINT-STATEMENT
              END-IF
           END-IF.

       300-PROCESS-SORTED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (START-ACCOUNT)                      *
      *                    1. CLEAR THE HELD ACTIVITY AND TOTALS FOR  *
      *                          THE NEW ACCOUNT                      *
      *                     ENDPROC (START-ACCOUNT)                   *
      *********************-END PSEUDOCODE-****************************

       320-START-ACCOUNT.

           MOVE SRD-ACCT TO CURRENT-ACCT.
           SET NOT-FIRST-RECORD TO TRUE.
           SET MASTER-NOT-SEEN TO TRUE.
           MOVE 0 TO ACT-COUNT.
           MOVE 0 TO ACT-UNLISTED.
           MOVE 0 TO MONTH-ACTIVITY.
           MOVE 0 TO LATER-ACTIVITY.

       320-START-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-ACTIVITY)                       *
      *                    1. ACTIVITY AFTER THE STATEMENT MONTH IS   *
      *                          ONLY TOTALLED, TO BACK IT OUT OF     *
      *                          TODAY'S BALANCE                      *
      *                    1. THE MONTH'S ACTIVITY IS TOTALLED, HELD  *
      *                          FOR PRINTING, AND ADDED TO THE RUN'S *
      *                          CONTROL TOTALS BY ACTION             *
      *                     ENDPROC (ADD-ACTIVITY)                    *
      *********************-END PSEUDOCODE-****************************

       340-ADD-ACTIVITY.

           IF SRD-DATE(1:6) > STATEMENT-MONTH
              ADD SRD-AMOUNT TO LATER-ACTIVITY
           ELSE
              ADD SRD-AMOUNT TO MONTH-ACTIVITY
              IF ACT-COUNT < ACT-MAX
                 ADD 1 TO ACT-COUNT
                 MOVE SRD-DATE TO ACT-DATE(ACT-COUNT)
                 MOVE SRD-ACTION TO ACT-ACTION(ACT-COUNT)
                 MOVE SRD-AMOUNT TO ACT-AMOUNT(ACT-COUNT)
              ELSE
                 ADD 1 TO ACT-UNLISTED
              END-IF

              EVALUATE SRD-ACTION
                 WHEN "UPDATE ACCOUNTS RECEIVBL"
                    ADD 1 TO AR-UPDATE-COUNT
                    ADD SRD-AMOUNT TO AR-UPDATE-TOTAL
                 WHEN "POST LOCKBOX PAYMENT"
                    ADD 1 TO LOCKBOX-COUNT
                    ADD SRD-AMOUNT TO LOCKBOX-TOTAL
                 WHEN "REVERSE AR UPDATE"
                    ADD 1 TO REVERSAL-COUNT
                    ADD SRD-AMOUNT TO REVERSAL-TOTAL
                 WHEN "ASSESS FINANCE CHARGE"
                    ADD 1 TO FINANCE-COUNT
                    ADD SRD-AMOUNT TO FINANCE-TOTAL
                 WHEN "WRITE OFF BAD DEBT"
                    ADD 1 TO WRITE-OFF-COUNT
                    ADD SRD-AMOUNT TO WRITE-OFF-TOTAL
                 WHEN "MERGE BALANCE OUT"
                 WHEN "MERGE BALANCE IN"
                 WHEN "MERGE BALANCE BACKED OUT"
                    ADD 1 TO MERGE-COUNT
                    ADD SRD-AMOUNT TO MERGE-TOTAL
                 WHEN OTHER
                    ADD 1 TO OTHER-COUNT
                    ADD SRD-AMOUNT TO OTHER-TOTAL
              END-EVALUATE
           END-IF.

       340-ADD-ACTIVITY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (END-ACCOUNT)                        *
      *                    1. AN ACCOUNT WHOSE MASTER RECORD NEVER    *
      *                          ARRIVED HAD ACTIVITY BUT IS NOT ON   *
      *                          THE MASTER - COUNT IT FOR THE        *
      *                          CONTROL PAGE                         *
      *                     ENDPROC (END-ACCOUNT)                     *
      *********************-END PSEUDOCODE-****************************

       360-END-ACCOUNT.

           IF MASTER-NOT-SEEN AND (ACT-COUNT > 0 OR ACT-UNLISTED > 0)
              ADD 1 TO OFF-MASTER-ACCOUNTS
              ADD MONTH-ACTIVITY TO OFF-MASTER-TOTAL
              DISPLAY "STMTRUN - ACCOUNT " CURRENT-ACCT
                      " HAS ACTIVITY THIS MONTH BUT IS NOT ON THE "
                      "MASTER - NO STATEMENT"
           END-IF.

       360-END-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-STATEMENT)                    *
      *                    1. WORK BACK FROM TODAY'S BALANCE TO THE   *
      *                          CLOSING AND OPENING BALANCES         *
      *                    1. PRINT THE ADDRESS BLOCK, THE OPENING    *
      *                          BALANCE, EVERY HELD ACTIVITY LINE    *
      *                          WITH A RUNNING BALANCE, AND THE      *
      *                          CLOSING BALANCE                      *
      *                    1. PRINT THE AGING AND THE COLLECTION      *
      *                          STATUS                               *
      *                    1. PRINT THE REMITTANCE STUB               *
      *                     ENDPROC (PRINT-STATEMENT)                 *
      *********************-END PSEUDOCODE-****************************

       400-PRINT-STATEMENT.

           COMPUTE CLOSING-BAL = SRD-AMOUNT - LATER-ACTIVITY.
           COMPUTE OPENING-BAL = CLOSING-BAL - MONTH-ACTIVITY.
           ADD OPENING-BAL TO OPENING-TOTAL.
           ADD CLOSING-BAL TO CLOSING-TOTAL.
           ADD 1 TO STATEMENTS-PRINTED.

           WRITE STATEMENT-RECORD FROM STMT-RULE-LINE.
           MOVE STATEMENT-DATE TO STL-DATE.
           WRITE STATEMENT-RECORD FROM STMT-TITLE-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *******   THE ADDRESS BLOCK, FROM THE CUSTOMER MASTER
           WRITE STATEMENT-RECORD FROM SRD-NAME.
           WRITE STATEMENT-RECORD FROM SRD-ADDR.
           MOVE SPACES TO STMT-CITY-LINE.
           STRING SRD-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  SRD-STAT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SRD-ZIP DELIMITED BY SIZE
              INTO STMT-CITY-LINE.
           WRITE STATEMENT-RECORD FROM STMT-CITY-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           MOVE SRD-ACCT TO STA-ACCT.
           WRITE STATEMENT-RECORD FROM STMT-ACCT-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *******   THE MONTH'S ACTIVITY, BRACKETED BY THE OPENING AND
      *******     CLOSING BALANCES
           WRITE STATEMENT-RECORD FROM STMT-HEADING-LINE.
           MOVE SPACES TO STD-DATE.
           MOVE "OPENING BALANCE" TO STD-DESC.
           MOVE SPACES TO STD-AMOUNT.
           MOVE OPENING-BAL TO STD-BALANCE.
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE.

           MOVE OPENING-BAL TO RUNNING-BAL.
           PERFORM 420-PRINT-ACTIVITY-LINE
              VARYING ACT-IDX FROM 1 BY 1
              UNTIL ACT-IDX > ACT-COUNT.

           IF ACT-UNLISTED > 0
              MOVE SPACES TO STD-DATE
              MOVE "FURTHER ITEMS NOT LISTED" TO STD-DESC
              MOVE ACT-UNLISTED TO STMT-AMOUNT-EDIT
              MOVE STMT-AMOUNT-EDIT TO STD-AMOUNT
              MOVE CLOSING-BAL TO STD-BALANCE
              WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
           END-IF.

           MOVE SPACES TO STD-DATE.
           MOVE "CLOSING BALANCE" TO STD-DESC.
           MOVE SPACES TO STD-AMOUNT.
           MOVE CLOSING-BAL TO STD-BALANCE.
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *******   THE CLOSING BALANCE IN ITS AGING COLUMN
           PERFORM 440-AGE-BALANCE.
           WRITE STATEMENT-RECORD FROM STMT-AGING-HEADING.
           MOVE SPACES TO STMT-AGING-LINE.
           MOVE CLOSING-BAL TO STMT-AMOUNT-EDIT.
           MOVE STMT-AMOUNT-EDIT TO STG-BUCKET(AGE-BUCKET).
           WRITE STATEMENT-RECORD FROM STMT-AGING-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *******   THE CURRENT DUNNING LETTER LEVEL
           PERFORM 450-SET-DUNNING-TEXT.
           WRITE STATEMENT-RECORD FROM STMT-DUNNING-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           PERFORM 460-PRINT-REMITTANCE-STUB.

       400-PRINT-STATEMENT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-ACTIVITY-LINE)                *
      *                    1. PRINT ONE HELD ACTIVITY LINE AND CARRY  *
      *                          THE RUNNING BALANCE                  *
      *                     ENDPROC (PRINT-ACTIVITY-LINE)             *
      *********************-END PSEUDOCODE-****************************

       420-PRINT-ACTIVITY-LINE.

           ADD ACT-AMOUNT(ACT-IDX) TO RUNNING-BAL.
           MOVE ACT-DATE(ACT-IDX) TO STD-DATE.
           MOVE ACT-ACTION(ACT-IDX) TO POST-ACTION.
           PERFORM 430-DESCRIBE-ACTION.
           MOVE DESC-TEXT TO STD-DESC.
           MOVE ACT-AMOUNT(ACT-IDX) TO STMT-AMOUNT-EDIT.
           MOVE STMT-AMOUNT-EDIT TO STD-AMOUNT.
           MOVE RUNNING-BAL TO STD-BALANCE.
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE.

       420-PRINT-ACTIVITY-LINE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (DESCRIBE-ACTION)                    *
      *                    1. TURN AN AUDIT ACTION INTO THE WORDING   *
      *                          THE CUSTOMER SEES                    *
      *                     ENDPROC (DESCRIBE-ACTION)                 *
      *********************-END PSEUDOCODE-****************************

       430-DESCRIBE-ACTION.

           EVALUATE POST-ACTION
              WHEN "UPDATE ACCOUNTS RECEIVBL"
                 MOVE "ACCOUNT ACTIVITY" TO DESC-TEXT
              WHEN "POST LOCKBOX PAYMENT"
                 MOVE "PAYMENT RECEIVED" TO DESC-TEXT
              WHEN "REVERSE AR UPDATE"
                 MOVE "ADJUSTMENT - REVERSAL" TO DESC-TEXT
              WHEN "ASSESS FINANCE CHARGE"
                 MOVE "FINANCE CHARGE" TO DESC-TEXT
              WHEN "WRITE OFF BAD DEBT"
                 MOVE "ADJUSTMENT - WRITTEN OFF" TO DESC-TEXT
              WHEN "MERGE BALANCE OUT"
                 MOVE "BALANCE TRANSFERRED OUT" TO DESC-TEXT
              WHEN "MERGE BALANCE IN"
                 MOVE "BALANCE TRANSFERRED IN" TO DESC-TEXT
              WHEN "MERGE BALANCE BACKED OUT"
                 MOVE "BALANCE TRANSFER REVERSED" TO DESC-TEXT
              WHEN OTHER
                 MOVE POST-ACTION TO DESC-TEXT
           END-EVALUATE.

       430-DESCRIBE-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (AGE-BALANCE)                        *
      *                    1. FIND THE ACCOUNT'S MOST RECENT AR       *
      *                          ACTIVITY DATE                        *
      *                    1. NO ACTIVITY AT ALL AGES OVER 90 DAYS    *
      *                    1. OTHERWISE BUCKET BY DAYS FROM THAT      *
      *                          DATE TO THE STATEMENT DATE           *
      *                     ENDPROC (AGE-BALANCE)                     *
      *********************-END PSEUDOCODE-****************************

       440-AGE-BALANCE.

           MOVE SRD-ACCT TO FIND-ACCT.
           PERFORM 192-FIND-UPDATE-ENTRY.

           IF UPD-HIT = 0
              MOVE 4 TO AGE-BUCKET
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE(UPD-DATE(UPD-HIT))
                   TO UPDATE-DAY
              SUBTRACT UPDATE-DAY FROM STATEMENT-DAY GIVING AGE-DAYS
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
           END-IF.

       440-AGE-BALANCE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SET-DUNNING-TEXT)                   *
      *                    1. FIND THE ACCOUNT'S LETTER LEVEL AND     *
      *                          WORD IT FOR THE STATEMENT            *
      *                     ENDPROC (SET-DUNNING-TEXT)                *
      *********************-END PSEUDOCODE-****************************

       450-SET-DUNNING-TEXT.

           MOVE 0 TO DUN-HIT.
           PERFORM 455-CHECK-DUN-ENTRY
              VARYING DUN-IDX FROM 1 BY 1
              UNTIL DUN-IDX > DUN-COUNT OR DUN-HIT > 0.

           IF DUN-HIT = 0
              MOVE "IN GOOD STANDING" TO STN-TEXT
           ELSE
              EVALUATE DUN-LEVEL(DUN-HIT)
                 WHEN 0
                    MOVE "PAST DUE" TO STN-TEXT
                 WHEN 1
                    MOVE "PAST DUE - FIRST NOTICE SENT" TO STN-TEXT
                 WHEN 2
                    MOVE "PAST DUE - SECOND NOTICE SENT" TO STN-TEXT
                 WHEN OTHER
                    MOVE "FINAL DEMAND - REFERRED TO COLLECTIONS"
                         TO STN-TEXT
              END-EVALUATE
           END-IF.

       450-SET-DUNNING-TEXT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-DUN-ENTRY)                    *
      *                    1. NOTE THE ENTRY IF IT IS THE ACCOUNT'S   *
      *                     ENDPROC (CHECK-DUN-ENTRY)                 *
      *********************-END PSEUDOCODE-****************************

       455-CHECK-DUN-ENTRY.

           IF DUN-ACCT(DUN-IDX) = SRD-ACCT
              MOVE DUN-IDX TO DUN-HIT
           END-IF.

       455-CHECK-DUN-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-REMITTANCE-STUB)              *
      *                    1. PRINT THE TEAR-OFF LINE AND THE STUB    *
      *                          WITH THE ACCOUNT NUMBER, NAME,       *
      *                          STATEMENT DATE, AND AMOUNT DUE       *
      *                     ENDPROC (PRINT-REMITTANCE-STUB)           *
      *********************-END PSEUDOCODE-****************************

       460-PRINT-REMITTANCE-STUB.

           WRITE STATEMENT-RECORD FROM STMT-TEAR-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           WRITE STATEMENT-RECORD FROM STUB-TITLE-LINE.
           MOVE SRD-ACCT TO STA-ACCT.
           WRITE STATEMENT-RECORD FROM STMT-ACCT-LINE.
           MOVE SRD-NAME TO STB-NAME.
           WRITE STATEMENT-RECORD FROM STUB-NAME-LINE.
           MOVE STATEMENT-DATE TO STB-DATE.
           WRITE STATEMENT-RECORD FROM STUB-DATE-LINE.
           MOVE CLOSING-BAL TO STB-DUE.
           WRITE STATEMENT-RECORD FROM STUB-DUE-LINE.
           WRITE STATEMENT-RECORD FROM STUB-ENCLOSED-LINE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       460-PRINT-REMITTANCE-STUB-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-CONTROL-PAGE)                 *
      *                    1. PRINT THE RUN TOTALS                    *
      *                    1. CHECK THE TIES TO THE MASTER AND TO     *
      *                          THE ARSUMHST MONTH-TO-DATE FIGURES   *
      *                    1. PRINT THE OVERALL RESULT                *
      *                     ENDPROC (PRINT-CONTROL-PAGE)              *
      *********************-END PSEUDOCODE-****************************

       600-PRINT-CONTROL-PAGE.

           OPEN OUTPUT CONTROL-FILE.

           MOVE STATEMENT-MONTH TO CTT-MONTH.
           MOVE STATEMENT-DATE TO CTT-DATE.
           WRITE CONTROL-RECORD FROM CTL-TITLE-LINE.
           MOVE SPACES TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

      *******   THE RUN TOTALS - COUNT AND AMOUNT
           MOVE "OPENING BALANCES" TO CTO-DESC.
           MOVE STATEMENTS-PRINTED TO CTO-COUNT.
           MOVE OPENING-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "AR UPDATES" TO CTO-DESC.
           MOVE AR-UPDATE-COUNT TO CTO-COUNT.
           MOVE AR-UPDATE-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "LOCKBOX PAYMENTS" TO CTO-DESC.
           MOVE LOCKBOX-COUNT TO CTO-COUNT.
           MOVE LOCKBOX-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "REVERSALS" TO CTO-DESC.
           MOVE REVERSAL-COUNT TO CTO-COUNT.
           MOVE REVERSAL-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "FINANCE CHARGES" TO CTO-DESC.
           MOVE FINANCE-COUNT TO CTO-COUNT.
           MOVE FINANCE-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "BAD-DEBT WRITE-OFFS" TO CTO-DESC.
           MOVE WRITE-OFF-COUNT TO CTO-COUNT.
           MOVE WRITE-OFF-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "ACCOUNT-MERGE TRANSFERS" TO CTO-DESC.
           MOVE MERGE-COUNT TO CTO-COUNT.
           MOVE MERGE-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "OTHER BALANCE ACTIONS" TO CTO-DESC.
           MOVE OTHER-COUNT TO CTO-COUNT.
           MOVE OTHER-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "CLOSING BALANCES" TO CTO-DESC.
           MOVE STATEMENTS-PRINTED TO CTO-COUNT.
           MOVE CLOSING-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "ACTIVITY FOR ACCOUNTS NOT ON MASTER" TO CTO-DESC.
           MOVE OFF-MASTER-ACCOUNTS TO CTO-COUNT.
           MOVE OFF-MASTER-TOTAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE "AR RUNS THIS MONTH (ARSUMHST)" TO CTO-DESC.
           MOVE MTD-RUNS TO CTO-COUNT.
           MOVE MTD-BAL TO CTO-AMOUNT.
           WRITE CONTROL-RECORD FROM CTL-TOTAL-LINE.
           MOVE SPACES TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

      *******   EVERY MASTER ACCOUNT GOT A STATEMENT
           MOVE "STATEMENTS = MASTER ACCOUNTS READ" TO CHK-DESC.
           MOVE MASTER-ACCOUNTS TO CHK-EXPECTED.
           MOVE STATEMENTS-PRINTED TO CHK-ACTUAL.
           IF STATEMENTS-PRINTED = MASTER-ACCOUNTS
              MOVE "PASS" TO CHK-RESULT
           ELSE
              MOVE "FAIL" TO CHK-RESULT
              SET CONTROL-FAILED TO TRUE
           END-IF.
           WRITE CONTROL-RECORD FROM CTL-CHECK-LINE.

      *******   NO MONTH ACTIVITY WAS LEFT WITHOUT A STATEMENT
           MOVE "ACCOUNTS WITH ACTIVITY NOT ON MASTER" TO CHK-DESC.
           MOVE 0 TO CHK-EXPECTED.
           MOVE OFF-MASTER-ACCOUNTS TO CHK-ACTUAL.
           IF OFF-MASTER-ACCOUNTS = 0
              MOVE "PASS" TO CHK-RESULT
           ELSE
              MOVE "FAIL" TO CHK-RESULT
              SET CONTROL-FAILED TO TRUE
           END-IF.
           WRITE CONTROL-RECORD FROM CTL-CHECK-LINE.

      *******   THE AR UPDATES ITEMIZED TIE TO THE MONTH'S AR RUNS
           MOVE "AR UPDATES = MTD RECORDS UPDATED" TO CHK-DESC.
           MOVE MTD-UPDATED TO CHK-EXPECTED.
           MOVE AR-UPDATE-COUNT TO CHK-ACTUAL.
           IF AR-UPDATE-COUNT = MTD-UPDATED
              MOVE "PASS" TO CHK-RESULT
           ELSE
              MOVE "FAIL" TO CHK-RESULT
              SET CONTROL-FAILED TO TRUE
           END-IF.
           WRITE CONTROL-RECORD FROM CTL-CHECK-LINE.

           MOVE "AR UPDATE TOTAL = MTD BALANCE APPLIED" TO CHK-DESC.
           MOVE MTD-BAL TO CHK-EXPECTED.
           MOVE AR-UPDATE-TOTAL TO CHK-ACTUAL.
           IF AR-UPDATE-TOTAL = MTD-BAL
              MOVE "PASS" TO CHK-RESULT
           ELSE
              MOVE "FAIL" TO CHK-RESULT
              SET CONTROL-FAILED TO TRUE
           END-IF.
           WRITE CONTROL-RECORD FROM CTL-CHECK-LINE.

      *******   A MONTH WITH AN INTERRUPTED AR RUN STILL TIES IF
      *******     THE RESTART PICKED UP CLEANLY, BUT SAY SO
           IF MTD-INTERRUPTED > 0
              MOVE SPACES TO CONTROL-RECORD
              STRING "NOTE - THE MONTH INCLUDES INTERRUPTED AR RUNS"
                 DELIMITED BY SIZE INTO CONTROL-RECORD
              WRITE CONTROL-RECORD
           END-IF.

           MOVE SPACES TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           IF CONTROL-FAILED
              MOVE "FAILED" TO CRS-TEXT
           ELSE
              MOVE "PASSED" TO CRS-TEXT
           END-IF.
           WRITE CONTROL-RECORD FROM CTL-RESULT-LINE.

           CLOSE CONTROL-FILE.

       600-PRINT-CONTROL-PAGE-EXIT.

           EXIT.

           END PROGRAM STMTRUN.
