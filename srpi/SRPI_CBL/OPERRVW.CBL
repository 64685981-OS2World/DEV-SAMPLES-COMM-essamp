      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = OPERRVW.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Periodic review of what operators have actually    *
      *            done with the rights the standing operator table   *
      *            ("OPERTAB") grants them, for the controller.       *
      *                                                               *
      *            OPTIONAL COMMAND LINE PARAMETERS -                 *
      *              1. THE REVIEW PERIOD IN DAYS, ENDING TODAY       *
      *                 (DEFAULT 30)                                  *
      *              2. THE CHANGE-TO-POSTING WINDOW IN DAYS          *
      *                 (DEFAULT 3)                                   *
      *                                                               *
      *            THE CUSTOMER MAINTENANCE IMAGES ("CUSTMAUD"), THE  *
      *            AUDIT TRAIL ("AUDITTRL") AND ARCHIVED HISTORY      *
      *            ("AUDHIST"), AND THE REVERSAL CROSS-REFERENCE      *
      *            ("REVXREF") ARE READ IN FULL.  FOR EACH OPERATOR   *
      *            THE PERIOD'S POSTINGS, MAINTENANCE ACTIONS,        *
      *            REVERSALS, REVERSAL APPROVALS, WRITE-OFFS AND      *
      *            OTHER ACTIONS ARE COUNTED, WITH THE BALANCE THEY   *
      *            MOVED (THE SUM OF THE AMOUNTS, EITHER SIGN), AND   *
      *            SET AGAINST THE OPERATOR'S GRANTS.  THE REPORT     *
      *            ("OPERRPT") HAS THREE PARTS -                      *
      *              ACTIVITY   ONE LINE PER OPERATOR                 *
      *              EXCEPTIONS IN THE PERIOD -                       *
      *                 AN OPERATOR WHO CHANGED AN ACCOUNT'S NAME OR  *
      *                 ADDRESS AND THEN POSTED TO, REVERSED ON,      *
      *                 WROTE OFF OR APPROVED A REVERSAL ON THE SAME  *
      *                 ACCOUNT WITHIN THE WINDOW                     *
      *                 A REVERSAL APPROVED BY THE SUPERVISOR WHO     *
      *                 APPROVED AN EARLIER ONE ON THE SAME ACCOUNT   *
      *                 ACTIVITY BY AN ID NO LONGER ON OPERTAB        *
      *                 ACTIVITY OUTSIDE THE OPERATOR'S GRANTS        *
      *              IDLE       OPERTAB ENTRIES WITH NO ACTIVITY ON   *
      *                         FILE IN THE LAST 90 DAYS -            *
      *                         CANDIDATES FOR REMOVAL                *
      *            ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 4.     *
      *            NO OPERATOR TABLE, OR A TABLE TOO SMALL FOR THE    *
      *            FILES, ENDS IT WITH RETURN-CODE 8.                 *
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
         PROGRAM-ID. OPERRVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "CUSTMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT XREF-FILE ASSIGN TO "REVXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  OPERATOR-FILE    The standing operator table - the grants    *
      *                   activity is reviewed against.               *
      *****************************************************************
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY UUBOPER.

      *****************************************************************
      *  MAINT-AUDIT-FILE Before/after images written by CUSTMNT,     *
      *                   CUSTBAT, CUSTAPLY and CUSTCLOS.             *
      *****************************************************************
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       01  MAINT-AUDIT-RECORD.
           05 MNT-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 MNT-TIME             PIC 9(8).
           05 FILLER               PIC X(1).
           05 MNT-OPER             PIC X(8).
           05 FILLER               PIC X(1).
           05 MNT-IMAGE            PIC X(6).
           05 FILLER               PIC X(1).
           05 MNT-ACCT             PIC X(16).
           05 FILLER               PIC X(1).
           05 MNT-NAME             PIC X(25).
           05 FILLER               PIC X(1).
           05 MNT-ADDR             PIC X(25).
           05 FILLER               PIC X(1).
           05 MNT-CITY             PIC X(15).
           05 FILLER               PIC X(1).
           05 MNT-STAT             PIC X(15).
           05 FILLER               PIC X(1).
           05 MNT-ZIP              PIC X(9).
           05 FILLER               PIC X(1).
           05 MNT-BAL              PIC -(9)9.

      *****************************************************************
      *  AUDIT-FILE    The flat audit trail still holding the open    *
      *                day.                                           *
      *****************************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY UUBAUDIT.

      *****************************************************************
      *  HISTORY-FILE  The indexed account activity history AUDARCH   *
      *                sweeps closed days into.                       *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  XREF-FILE      The reversal cross-reference written by       *
      *                 ARREVRSE - one record per reversal, naming    *
      *                 the requesting operator and the approving     *
      *                 supervisor.                                   *
      *****************************************************************
       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05 XRF-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 XRF-TIME             PIC 9(8).
           05 FILLER               PIC X(1).
           05 XRF-OPER             PIC X(8).
           05 FILLER               PIC X(1).
           05 XRF-SUPER            PIC X(8).
           05 FILLER               PIC X(1).
           05 XRF-ORIG-ACCT        PIC X(16).
           05 FILLER               PIC X(1).
           05 XRF-ORIG-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 XRF-ORIG-TIME        PIC 9(8).
           05 FILLER               PIC X(1).
           05 XRF-ORIG-BAL         PIC -(9)9.
           05 FILLER               PIC X(1).
           05 XRF-REV-BAL          PIC -(9)9.

      *****************************************************************
      *  REPORT-FILE   The operator activity review.                  *
      *****************************************************************
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  OPERATOR-STATUS    FILE STATUS for OPERATOR-FILE             *
      *  MAINT-STATUS       FILE STATUS for MAINT-AUDIT-FILE          *
      *  AUDIT-STATUS       FILE STATUS for AUDIT-FILE                *
      *  HISTORY-STATUS     FILE STATUS for HISTORY-FILE              *
      *  XREF-STATUS        FILE STATUS for XREF-FILE                 *
      *****************************************************************
       01  OPERATOR-STATUS     PIC XX.
       01  MAINT-STATUS        PIC XX.
       01  AUDIT-STATUS        PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  XREF-STATUS         PIC XX.

      *****************************************************************
      *  COMMAND-ARGS       The raw command line - the period, then   *
      *                     the window                                *
      *  PERIOD-X           The period as keyed, and its length       *
      *  PERIOD-LEN                                                   *
      *  WINDOW-X           The window as keyed, and its length       *
      *  WINDOW-LEN                                                   *
      *  PERIOD-DAYS        Days reviewed, ending today               *
      *  WINDOW-DAYS        Days after a name or address change in    *
      *                     which the same operator's posting to the  *
      *                     account is an exception                   *
      *  IDLE-DAYS          Days without activity that make an        *
      *                     OPERTAB entry a candidate for removal     *
      *****************************************************************
       01  COMMAND-ARGS        PIC X(60) VALUE SPACES.
       01  PERIOD-X            PIC X(4)  VALUE SPACES.
       01  PERIOD-LEN          PIC 9(4)  COMP-5  VALUE 0.
       01  WINDOW-X            PIC X(2)  VALUE SPACES.
       01  WINDOW-LEN          PIC 9(4)  COMP-5  VALUE 0.
       77  PERIOD-DAYS         PIC 9(4)  COMP-5  VALUE 30.
       77  WINDOW-DAYS         PIC 9(4)  COMP-5  VALUE 3.
       77  IDLE-DAYS           PIC 9(4)  COMP-5  VALUE 90.

      *****************************************************************
      *  RUN-DATE           The run date, captured once at startup    *
      *  RUN-DAY            The run date as a day number              *
      *  PERIOD-START-DATE  First day of the period                   *
      *  PERIOD-START-DAY   The same as a day number                  *
      *  CHANGE-START-DAY   First day a name or address change can    *
      *                     lead to an exception in the period        *
      *  DAY-DATE           A date to be turned into a day number     *
      *  DAY-NUMBER         Its day number - zero if it is not a date *
      *  IDLE-SPAN          Days since an operator's last activity    *
      *****************************************************************
       77  RUN-DATE            PIC 9(8).
       01  RUN-DAY             PIC S9(9) COMP-5.
       77  PERIOD-START-DATE   PIC 9(8).
       01  PERIOD-START-DAY    PIC S9(9) COMP-5.
       01  CHANGE-START-DAY    PIC S9(9) COMP-5.
       01  DAY-DATE            PIC X(8).
       01  DAY-NUMBER          PIC S9(9) COMP-5.
       01  IDLE-SPAN           PIC S9(9) COMP-5.

      *****************************************************************
      *  CHK-STAMP          Date and time of the action in hand - fed *
      *                     from the flat trail or the archived       *
      *                     history                                   *
      *  CHK-ACCT / CHK-OPER / CHK-ACTION / CHK-AMOUNT / CHK-SEQ      *
      *                     The rest of the action in hand            *
      *  CHK-DAY            Its date as a day number                  *
      *  CHK-KIND           What it did to the account, for the       *
      *                     change-then-post check -                  *
      *                       1 POSTED   2 REVERSED   3 WROTE OFF     *
      *                       4 APPROVED A REVERSAL                   *
      *  BALANCE-ACTION-SW  'Y' when it moves the master balance      *
      *  FIRST-TRAIL-SEQ    Lowest sequence number on the flat trail -*
      *                     a history record from there on is a copy  *
      *                     left by an interrupted sweep              *
      *****************************************************************
       01  CHK-STAMP.
           05 CHK-DATE         PIC 9(8).
           05 CHK-TIME         PIC 9(8).
       01  CHK-ACCT            PIC X(16).
       01  CHK-OPER            PIC X(8).
       01  CHK-ACTION          PIC X(25).
       01  CHK-AMOUNT          PIC S9(11) COMP-5.
       01  CHK-SEQ             PIC 9(9).
       01  CHK-DAY             PIC S9(9) COMP-5.
       01  CHK-KIND            PIC 9(4)  COMP-5.
       01  BALANCE-ACTION-SW   PIC X(1)  VALUE "N".
           88 BALANCE-ACTION             VALUE "Y".
           88 NOT-BALANCE-ACTION         VALUE "N".
       01  FIRST-TRAIL-SEQ     PIC 9(9)  VALUE 0.

      *****************************************************************
      *  KIND-VERBS         What each CHK-KIND did, for the exception *
      *                     line                                      *
      *****************************************************************
       01  KIND-VERB-VALUES.
           05 FILLER           PIC X(22) VALUE "POSTED TO IT".
           05 FILLER           PIC X(22) VALUE "REVERSED ON IT".
           05 FILLER           PIC X(22) VALUE "WROTE IT OFF".
           05 FILLER           PIC X(22) VALUE "APPROVED A REVERSAL".
       01  KIND-VERBS REDEFINES KIND-VERB-VALUES.
           05 KIND-VERB        PIC X(22) OCCURS 4 TIMES.

      *****************************************************************
      *  OPERATOR-TABLE     Every OPERTAB entry, then every other ID  *
      *                       found on the files                      *
      *  OPT-ID / OPT-NAME   The operator                             *
      *  OPT-AR-UPDATE ...   The OPERTAB grants - spaces for an ID    *
      *  OPT-WRITE-OFF         not on it                              *
      *  OPT-ON-FILE-SW      'Y' when the ID is on OPERTAB            *
      *  OPT-POSTS           Postings in the period - AR updates,     *
      *                        lockbox payments, finance charges and  *
      *                        merged balances                        *
      *  OPT-MAINTS          Customer maintenance, closes and merges  *
      *  OPT-REVERSALS       Reversals requested                      *
      *  OPT-APPROVALS       Reversals approved as supervisor         *
      *  OPT-WRITE-OFFS      Bad-debt write-offs                      *
      *  OPT-OTHERS          Any other audited action                 *
      *  OPT-MOVED           Balance moved - the amounts of the       *
      *                        balance actions, either sign           *
      *  OPT-LAST-DATE       Latest activity on any of the files, in  *
      *                        the period or not - zero if none       *
      *  OPT-COUNT           Entries in the table                     *
      *  OPT-ON-FILE-COUNT   Of which on OPERTAB                      *
      *  OPT-MAX             Capacity of the table                    *
      *  OPT-IDX             Working subscript                        *
      *  OPT-HIT             Subscript of FIND-OPER's entry, or zero  *
      *  FIND-OPER           The operator being looked up             *
      *  OPT-PERIOD-ACTIONS  The entry's actions of every kind in the *
      *                        period                                 *
      *****************************************************************
       01  OPERATOR-TABLE.
           05 OPT-ENTRY        OCCURS 500 TIMES.
              10 OPT-ID        PIC X(8).
              10 OPT-NAME      PIC X(25).
              10 OPT-AR-UPDATE PIC X(1).
                  88 OPT-AR-ALLOWED       VALUE "Y".
              10 OPT-CUST-MAINT PIC X(1).
                  88 OPT-MAINT-ALLOWED    VALUE "Y".
              10 OPT-REVERSAL  PIC X(1).
                  88 OPT-REVERSAL-ALLOWED VALUE "Y".
              10 OPT-WRITE-OFF PIC X(1).
                  88 OPT-WRITE-OFF-ALLOWED VALUE "Y".
              10 OPT-ON-FILE-SW PIC X(1).
                  88 OPT-ON-FILE          VALUE "Y".
                  88 OPT-NOT-ON-FILE      VALUE "N".
              10 OPT-POSTS     PIC S9(9) COMP-5.
              10 OPT-MAINTS    PIC S9(9) COMP-5.
              10 OPT-REVERSALS PIC S9(9) COMP-5.
              10 OPT-APPROVALS PIC S9(9) COMP-5.
              10 OPT-WRITE-OFFS PIC S9(9) COMP-5.
              10 OPT-OTHERS    PIC S9(9) COMP-5.
              10 OPT-MOVED     PIC S9(13) COMP-5.
              10 OPT-LAST-DATE PIC 9(8).
       77  OPT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  OPT-ON-FILE-COUNT   PIC 9(4)  COMP-5  VALUE 0.
       77  OPT-MAX             PIC 9(4)  COMP-5  VALUE 500.
       01  OPT-IDX             PIC 9(4)  COMP-5.
       01  OPT-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-OPER           PIC X(8).
       01  OPT-PERIOD-ACTIONS  PIC S9(9) COMP-5.

      *****************************************************************
      *  CHANGE-TABLE       Every name or address change recent       *
      *                       enough to matter to the period          *
      *  CHG-ACCT / CHG-OPER The account and who changed it           *
      *  CHG-STAMP           When - the after image's date and time   *
      *  CHG-DAY             Its date as a day number                 *
      *  CHG-WHAT            NAME, ADDRESS or NAME+ADDRESS            *
      *  CHG-FLAGS           'Y' in position CHK-KIND once that kind  *
      *                        of follow-up has been reported, so a   *
      *                        change is reported once per kind       *
      *  CHG-COUNT           Changes in the table                     *
      *  CHG-MAX             Capacity of the table                    *
      *  CHG-IDX             Working subscript                        *
      *****************************************************************
       01  CHANGE-TABLE.
           05 CHG-ENTRY        OCCURS 5000 TIMES.
              10 CHG-ACCT      PIC X(16).
              10 CHG-OPER      PIC X(8).
              10 CHG-STAMP.
                 15 CHG-DATE   PIC 9(8).
                 15 CHG-TIME   PIC 9(8).
              10 CHG-DAY       PIC S9(9) COMP-5.
              10 CHG-WHAT      PIC X(12).
              10 CHG-FLAGS     PIC X(4).
       77  CHG-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CHG-MAX             PIC 9(4)  COMP-5  VALUE 5000.
       01  CHG-IDX             PIC 9(4)  COMP-5.

      *****************************************************************
      *  BEFORE-IMAGE       The before image awaiting its after image *
      *  BFR-SW             'Y' while one is held                     *
      *  NAME-CHANGED-SW    'Y' when the pair changed the name        *
      *  ADDR-CHANGED-SW    'Y' when it changed the street, city,     *
      *                     state or zip                              *
      *****************************************************************
       01  BEFORE-IMAGE.
           05 BFR-ACCT         PIC X(16).
           05 BFR-OPER         PIC X(8).
           05 BFR-NAME         PIC X(25).
           05 BFR-ADDR         PIC X(25).
           05 BFR-CITY         PIC X(15).
           05 BFR-STAT         PIC X(15).
           05 BFR-ZIP          PIC X(9).
       01  BFR-SW              PIC X(1)  VALUE "N".
           88 BFR-HELD                   VALUE "Y".
           88 BFR-NOT-HELD               VALUE "N".
       01  NAME-CHANGED-SW     PIC X(1)  VALUE "N".
           88 NAME-CHANGED               VALUE "Y".
       01  ADDR-CHANGED-SW     PIC X(1)  VALUE "N".
           88 ADDR-CHANGED               VALUE "Y".

      *****************************************************************
      *  REVERSAL-TABLE     Every reversal on REVXREF so far, for the *
      *                       repeat-approver check                   *
      *  REV-ACCT            The account reversed                     *
      *  REV-SUPER           The supervisor who approved it           *
      *  REV-DATE            When                                     *
      *  REV-COUNT           Reversals in the table                   *
      *  REV-MAX             Capacity of the table                    *
      *  REV-IDX             Working subscript                        *
      *  REV-HIT             Subscript of the earlier approval, or    *
      *                        zero                                   *
      *****************************************************************
       01  REVERSAL-TABLE.
           05 REV-ENTRY        OCCURS 5000 TIMES.
              10 REV-ACCT      PIC X(16).
              10 REV-SUPER     PIC X(8).
              10 REV-DATE      PIC 9(8).
       77  REV-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  REV-MAX             PIC 9(4)  COMP-5  VALUE 5000.
       01  REV-IDX             PIC 9(4)  COMP-5.
       01  REV-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  EXCEPTION-TABLE    The exception lines, held until the       *
      *                       activity part has been printed          *
      *  EXT-COUNT           Lines held                               *
      *  EXT-MAX             Capacity of the table                    *
      *  EXT-IDX             Working subscript                        *
      *  EXCEPTION-COUNT     Exceptions found, held or not            *
      *****************************************************************
       01  EXCEPTION-TABLE.
           05 EXT-LINE         PIC X(100) OCCURS 2000 TIMES.
       77  EXT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  EXT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  EXT-IDX             PIC 9(4)  COMP-5.
       77  EXCEPTION-COUNT     PIC S9(9) COMP-5  VALUE 0.

      *****************************************************************
      *  REVIEW-TOTALS      Totals for the end of the report          *
      *  MAINT-CHANGES      Name or address changes on CUSTMAUD       *
      *  PERIOD-ACTIONS     Audited actions in the period             *
      *  PERIOD-APPROVALS   Reversal approvals in the period          *
      *  UNKNOWN-COUNT      IDs not on OPERTAB with activity in the   *
      *                     period                                    *
      *  IDLE-COUNT         OPERTAB entries idle for IDLE-DAYS        *
      *****************************************************************
       01  REVIEW-TOTALS.
           05 MAINT-CHANGES      PIC S9(9) COMP-5 VALUE 0.
           05 PERIOD-ACTIONS     PIC S9(9) COMP-5 VALUE 0.
           05 PERIOD-APPROVALS   PIC S9(9) COMP-5 VALUE 0.
           05 UNKNOWN-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 IDLE-COUNT         PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  COUNT-EDIT         A count edited for an exception line      *
      *  DAYS-EDIT          IDLE-DAYS edited for the idle heading     *
      *  MESSAGE-TEXT       A message for the report and the log      *
      *****************************************************************
       01  COUNT-EDIT          PIC Z(6)9.
       01  DAYS-EDIT           PIC ZZ9.
       01  MESSAGE-TEXT        PIC X(100) VALUE SPACES.

      *****************************************************************
      *  REPORT LINES                                                 *
      *****************************************************************
       01  REVIEW-TITLE-LINE.
           05 FILLER           PIC X(33)
                 VALUE "OPERATOR ACTIVITY REVIEW".
           05 FILLER           PIC X(7)  VALUE "PERIOD ".
           05 RTL-START        PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " TO ".
           05 RTL-END          PIC 9(8).
           05 FILLER           PIC X(29)
                 VALUE "   CHANGE-TO-POSTING WINDOW ".
           05 RTL-WINDOW       PIC Z9.
           05 FILLER           PIC X(5)  VALUE " DAYS".

       01  ACTIVITY-HEADING-LINE.
           05 FILLER           PIC X(9)  VALUE "OPERATOR".
           05 FILLER           PIC X(21) VALUE "NAME".
           05 FILLER           PIC X(6)  VALUE "GRANTS".
           05 FILLER           PIC X(7)  VALUE " POSTS ".
           05 FILLER           PIC X(7)  VALUE " MAINT ".
           05 FILLER           PIC X(7)  VALUE "  REVS ".
           05 FILLER           PIC X(7)  VALUE "APPRVS ".
           05 FILLER           PIC X(7)  VALUE "WROFFS ".
           05 FILLER           PIC X(7)  VALUE "OTHERS ".
           05 FILLER           PIC X(13) VALUE "   BAL MOVED ".
           05 FILLER           PIC X(8)  VALUE "LAST ACT".

       01  ACTIVITY-DETAIL-LINE.
           05 ADL-OPER         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-NAME         PIC X(20).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-GRANTS.
              10 ADL-AR        PIC X(1).
              10 ADL-MAINT     PIC X(1).
              10 ADL-REV       PIC X(1).
              10 ADL-WO        PIC X(1).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-POSTS        PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-MAINTS       PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-REVERSALS    PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-APPROVALS    PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-WRITE-OFFS   PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-OTHERS       PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-MOVED        PIC Z(11)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-LAST         PIC X(8).

       01  EXCEPTION-HEADING-LINE.
           05 FILLER           PIC X(9)  VALUE "OPERATOR".
           05 FILLER           PIC X(17) VALUE "ACCOUNT".
           05 FILLER           PIC X(9)  VALUE "DATE".
           05 FILLER           PIC X(65) VALUE "EXCEPTION".

       01  EXCEPTION-LINE.
           05 EXL-OPER         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 EXL-ACCT         PIC X(16).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 EXL-DATE         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 EXL-TEXT         PIC X(65).

       01  IDLE-HEADING-LINE.
           05 FILLER           PIC X(9)  VALUE "OPERATOR".
           05 FILLER           PIC X(26) VALUE "NAME".
           05 FILLER           PIC X(14) VALUE "LAST ACTIVITY".
           05 FILLER           PIC X(9)  VALUE "DAYS IDLE".

       01  IDLE-DETAIL-LINE.
           05 IDL-OPER         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 IDL-NAME         PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 IDL-LAST         PIC X(13).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 IDL-DAYS         PIC Z(8)9 BLANK WHEN ZERO.

       01  REVIEW-TOTAL-LINE.
           05 RTT-TEXT         PIC X(40).
           05 RTT-COUNT        PIC Z(8)9.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. TAKE THE PERIOD AND WINDOW FROM THE     *
      *                          COMMAND LINE                         *
      *                    1. LOAD THE OPERATOR TABLE                 *
      *                    1. LOAD THE NAME AND ADDRESS CHANGES       *
      *                    1. TALLY THE AUDIT TRAIL, THE HISTORY AND  *
      *                          THE REVERSAL APPROVALS, CHECKING     *
      *                          EACH FOR EXCEPTIONS                  *
      *                    1. PRINT THE ACTIVITY, THE EXCEPTIONS AND  *
      *                          THE IDLE ENTRIES                     *
      *                    1. PRINT THE TOTALS AND SET THE RETURN     *
      *                          CODE                                 *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

           PERFORM 110-GET-PARAMETERS THRU 110-GET-PARAMETERS-EXIT.

      *******   THE PERIOD ENDS TODAY; A CHANGE THIS MANY DAYS BEFORE
      *******     IT CAN STILL BE FOLLOWED BY A POSTING INSIDE IT
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DAY.
           COMPUTE PERIOD-START-DAY = RUN-DAY - PERIOD-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER(PERIOD-START-DAY)
                TO PERIOD-START-DATE.
           COMPUTE CHANGE-START-DAY = PERIOD-START-DAY - WINDOW-DAYS.

           OPEN OUTPUT REPORT-FILE.
           MOVE PERIOD-START-DATE TO RTL-START.
           MOVE RUN-DATE TO RTL-END.
           MOVE WINDOW-DAYS TO RTL-WINDOW.
           WRITE REPORT-RECORD FROM REVIEW-TITLE-LINE.

           PERFORM 200-LOAD-OPERATORS THRU 200-LOAD-OPERATORS-EXIT.

      *******   CHANGES FIRST, SO EVERY POSTING CAN BE CHECKED
      *******     AGAINST THEM AS IT IS TALLIED
           PERFORM 300-LOAD-MAINT-CHANGES.
           PERFORM 400-LOAD-AUDIT-TRAIL.
           PERFORM 450-LOAD-HISTORY.
           PERFORM 550-LOAD-REVERSALS.

           PERFORM 600-REPORT-ACTIVITY.
           PERFORM 650-REPORT-EXCEPTIONS.
           PERFORM 700-REPORT-IDLE.
           PERFORM 750-PRINT-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "OPERRVW - OPERATOR ACTIVITY REVIEWED".
           DISPLAY "  OPERATORS ON OPERTAB . . . . . . . : "
                   OPT-ON-FILE-COUNT.
           DISPLAY "  ACTIONS IN THE PERIOD. . . . . . . : "
                   PERIOD-ACTIONS.
           DISPLAY "  REVERSAL APPROVALS IN THE PERIOD . : "
                   PERIOD-APPROVALS.
           DISPLAY "  IDS NOT ON OPERTAB . . . . . . . . : "
                   UNKNOWN-COUNT.
           DISPLAY "  EXCEPTIONS . . . . . . . . . . . . : "
                   EXCEPTION-COUNT.
           DISPLAY "  CANDIDATES FOR REMOVAL . . . . . . : "
                   IDLE-COUNT.

           IF EXCEPTION-COUNT > 0
              DISPLAY "OPERRVW - OPERATOR EXCEPTIONS FOR THE "
                      "CONTROLLER - SEE OPERRPT"
              MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (GET-PARAMETERS)                     *
      *                    1. TAKE THE PERIOD AND THE WINDOW, IN      *
      *                          DAYS, FROM THE COMMAND LINE - EITHER *
      *                          MAY BE LEFT OFF FOR ITS DEFAULT      *
      *                    1. REFUSE ONE THAT IS NOT A NUMBER, OR A   *
      *                          PERIOD OF NO DAYS                    *
      *                     ENDPROC (GET-PARAMETERS)                  *
      *********************-END PSEUDOCODE-****************************

       110-GET-PARAMETERS.

           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO PERIOD-X COUNT IN PERIOD-LEN
                   WINDOW-X COUNT IN WINDOW-LEN.

           IF PERIOD-LEN > 4 OR WINDOW-LEN > 2
              DISPLAY "OPERRVW - GIVE THE REVIEW PERIOD (UP TO 9999 "
                      "DAYS) AND THE CHANGE-TO-POSTING WINDOW (UP TO "
                      "99 DAYS) AS THE COMMAND LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF PERIOD-LEN > 0
              IF PERIOD-X(1:PERIOD-LEN) NOT NUMERIC
                 DISPLAY "OPERRVW - THE REVIEW PERIOD MUST BE A "
                         "NUMBER OF DAYS"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(PERIOD-X) TO PERIOD-DAYS
           END-IF.

           IF PERIOD-DAYS = 0
              DISPLAY "OPERRVW - THE REVIEW PERIOD MUST BE AT LEAST "
                      "ONE DAY"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WINDOW-LEN > 0
              IF WINDOW-X(1:WINDOW-LEN) NOT NUMERIC
                 DISPLAY "OPERRVW - THE CHANGE-TO-POSTING WINDOW "
                         "MUST BE A NUMBER OF DAYS"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(WINDOW-X) TO WINDOW-DAYS
           END-IF.

       110-GET-PARAMETERS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-OPERATORS)                     *
      *                    1. NO OPERATOR TABLE MEANS NOTHING TO      *
      *                          REVIEW AGAINST - STOP                *
      *                    1. LOAD EVERY ENTRY WITH ITS GRANTS        *
      *                     ENDPROC (LOAD-OPERATORS)                  *
      *********************-END PSEUDOCODE-****************************

       200-LOAD-OPERATORS.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
              STRING "CANNOT OPEN OPERTAB - STATUS " OPERATOR-STATUS
                 " - NOTHING TO REVIEW AGAINST"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 210-LOAD-OPERATOR-ENTRY
              THRU 210-LOAD-OPERATOR-ENTRY-EXIT
              UNTIL OPERATOR-STATUS NOT = "00".
           CLOSE OPERATOR-FILE.

       200-LOAD-OPERATORS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-OPERATOR-ENTRY)                *
      *                    1. READ THE NEXT OPERATOR TABLE ROW        *
      *                    1. THE FIRST ROW FOR AN ID IS THE ONE THE  *
      *                          UPDATE PROGRAMS HONOUR - SKIP ANY    *
      *                          LATER ONE                            *
      *                    1. ADD IT WITH ITS GRANTS                  *
      *                     ENDPROC (LOAD-OPERATOR-ENTRY)             *
      *********************-END PSEUDOCODE-****************************

       210-LOAD-OPERATOR-ENTRY.

           READ OPERATOR-FILE
              AT END MOVE "10" TO OPERATOR-STATUS
           END-READ.
           IF OPERATOR-STATUS NOT = "00" OR OPR-ID = SPACES
              GO TO 210-LOAD-OPERATOR-ENTRY-EXIT
           END-IF.

           MOVE OPR-ID TO FIND-OPER.
           PERFORM 220-FIND-OPERATOR.
           IF OPT-HIT > 0
              GO TO 210-LOAD-OPERATOR-ENTRY-EXIT
           END-IF.

           PERFORM 230-ADD-OPERATOR.
           MOVE OPR-NAME TO OPT-NAME(OPT-HIT).
           MOVE OPR-AR-UPDATE TO OPT-AR-UPDATE(OPT-HIT).
           MOVE OPR-CUST-MAINT TO OPT-CUST-MAINT(OPT-HIT).
           MOVE OPR-REVERSAL TO OPT-REVERSAL(OPT-HIT).
           MOVE OPR-WRITE-OFF TO OPT-WRITE-OFF(OPT-HIT).
           SET OPT-ON-FILE(OPT-HIT) TO TRUE.
           ADD 1 TO OPT-ON-FILE-COUNT.

       210-LOAD-OPERATOR-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-OPERATOR)                      *
      *                    1. SCAN THE OPERATOR TABLE FOR FIND-OPER,  *
      *                          LEAVING ITS SUBSCRIPT IN OPT-HIT     *
      *                          (ZERO IF NOT THERE)                  *
      *                     ENDPROC (FIND-OPERATOR)                   *
      *********************-END PSEUDOCODE-****************************

       220-FIND-OPERATOR.

           MOVE 0 TO OPT-HIT.
           PERFORM 225-CHECK-OPERATOR-ENTRY
              VARYING OPT-IDX FROM 1 BY 1
              UNTIL OPT-IDX > OPT-COUNT OR OPT-HIT > 0.

       220-FIND-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-OPERATOR-ENTRY)               *
      *                    1. NOTE THE ENTRY IF IT IS FIND-OPER'S     *
      *                     ENDPROC (CHECK-OPERATOR-ENTRY)            *
      *********************-END PSEUDOCODE-****************************

       225-CHECK-OPERATOR-ENTRY.

           IF OPT-ID(OPT-IDX) = FIND-OPER
              MOVE OPT-IDX TO OPT-HIT
           END-IF.

       225-CHECK-OPERATOR-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-OPERATOR)                       *
      *                    1. ADD FIND-OPER TO THE OPERATOR TABLE, NOT*
      *                          ON OPERTAB AND WITH NOTHING GRANTED  *
      *                          UNTIL SHOWN OTHERWISE                *
      *                    1. A FULL TABLE WOULD LEAVE ACTIVITY       *
      *                          UNREVIEWED - STOP                    *
      *                     ENDPROC (ADD-OPERATOR)                    *
      *********************-END PSEUDOCODE-****************************

       230-ADD-OPERATOR.

           IF OPT-COUNT NOT < OPT-MAX
              MOVE "OPERATOR TABLE FULL - RAISE OPT-MAX AND RERUN"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO OPT-COUNT.
           MOVE OPT-COUNT TO OPT-HIT.
           MOVE SPACES TO OPT-ENTRY(OPT-HIT).
           MOVE FIND-OPER TO OPT-ID(OPT-HIT).
           SET OPT-NOT-ON-FILE(OPT-HIT) TO TRUE.
           MOVE 0 TO OPT-POSTS(OPT-HIT).
           MOVE 0 TO OPT-MAINTS(OPT-HIT).
           MOVE 0 TO OPT-REVERSALS(OPT-HIT).
           MOVE 0 TO OPT-APPROVALS(OPT-HIT).
           MOVE 0 TO OPT-WRITE-OFFS(OPT-HIT).
           MOVE 0 TO OPT-OTHERS(OPT-HIT).
           MOVE 0 TO OPT-MOVED(OPT-HIT).
           MOVE 0 TO OPT-LAST-DATE(OPT-HIT).

       230-ADD-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (NOTE-ACTIVITY)                      *
      *                    1. FIND OR ADD CHK-OPER, LEAVING ITS       *
      *                          SUBSCRIPT IN OPT-HIT                 *
      *                    1. CHK-DATE BECOMES ITS LAST ACTIVITY IF   *
      *                          IT IS LATER                          *
      *                     ENDPROC (NOTE-ACTIVITY)                   *
      *********************-END PSEUDOCODE-****************************

       240-NOTE-ACTIVITY.

           IF CHK-OPER = SPACES
              MOVE "*NONE*" TO CHK-OPER
           END-IF.
           MOVE CHK-OPER TO FIND-OPER.
           PERFORM 220-FIND-OPERATOR.
           IF OPT-HIT = 0
              PERFORM 230-ADD-OPERATOR
           END-IF.

           IF CHK-DATE > OPT-LAST-DATE(OPT-HIT)
              AND CHK-DATE NOT > RUN-DATE
              MOVE CHK-DATE TO OPT-LAST-DATE(OPT-HIT)
           END-IF.

       240-NOTE-ACTIVITY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MAINT-CHANGES)                 *
      *                    1. OPEN THE MAINTENANCE IMAGES; NONE AT    *
      *                          ALL MEANS NO MAINTENANCE YET         *
      *                    1. LOAD EVERY NAME OR ADDRESS CHANGE       *
      *                     ENDPROC (LOAD-MAINT-CHANGES)              *
      *********************-END PSEUDOCODE-****************************

       300-LOAD-MAINT-CHANGES.

           SET BFR-NOT-HELD TO TRUE.
           OPEN INPUT MAINT-AUDIT-FILE.

           IF MAINT-STATUS = "00"
              PERFORM 310-LOAD-MAINT-IMAGE
                 THRU 310-LOAD-MAINT-IMAGE-EXIT
                 UNTIL MAINT-STATUS NOT = "00"
              CLOSE MAINT-AUDIT-FILE
           END-IF.

       300-LOAD-MAINT-CHANGES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MAINT-IMAGE)                   *
      *                    1. READ THE NEXT IMAGE AND NOTE IT AS ITS  *
      *                          OPERATOR'S ACTIVITY                  *
      *                    1. A BEFORE IMAGE IS HELD FOR THE AFTER    *
      *                          IMAGE TO FOLLOW                      *
      *                    1. AN AFTER IMAGE FOR THE HELD ACCOUNT     *
      *                          THAT CHANGES THE NAME OR ANY PART OF *
      *                          THE ADDRESS IS A CHANGE - LOAD IT IF *
      *                          IT IS RECENT ENOUGH TO MATTER        *
      *                     ENDPROC (LOAD-MAINT-IMAGE)                *
      *********************-END PSEUDOCODE-****************************

       310-LOAD-MAINT-IMAGE.

           READ MAINT-AUDIT-FILE
              AT END MOVE "10" TO MAINT-STATUS
           END-READ.
           IF MAINT-STATUS NOT = "00"
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           MOVE MNT-DATE TO CHK-DATE.
           MOVE MNT-TIME TO CHK-TIME.
           MOVE MNT-OPER TO CHK-OPER.
           PERFORM 240-NOTE-ACTIVITY.

           IF MNT-IMAGE = "BEFORE"
              MOVE MNT-ACCT TO BFR-ACCT
              MOVE CHK-OPER TO BFR-OPER
              MOVE MNT-NAME TO BFR-NAME
              MOVE MNT-ADDR TO BFR-ADDR
              MOVE MNT-CITY TO BFR-CITY
              MOVE MNT-STAT TO BFR-STAT
              MOVE MNT-ZIP TO BFR-ZIP
              SET BFR-HELD TO TRUE
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

      *******   AN AFTER IMAGE WITH NO BEFORE IMAGE IS A NEW ACCOUNT
           IF BFR-NOT-HELD OR BFR-ACCT NOT = MNT-ACCT
              OR BFR-OPER NOT = CHK-OPER
              SET BFR-NOT-HELD TO TRUE
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.
           SET BFR-NOT-HELD TO TRUE.

           MOVE "N" TO NAME-CHANGED-SW.
           MOVE "N" TO ADDR-CHANGED-SW.
           IF MNT-NAME NOT = BFR-NAME
              SET NAME-CHANGED TO TRUE
           END-IF.
           IF MNT-ADDR NOT = BFR-ADDR OR MNT-CITY NOT = BFR-CITY
              OR MNT-STAT NOT = BFR-STAT OR MNT-ZIP NOT = BFR-ZIP
              SET ADDR-CHANGED TO TRUE
           END-IF.
           IF NOT NAME-CHANGED AND NOT ADDR-CHANGED
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           ADD 1 TO MAINT-CHANGES.
           MOVE CHK-DATE TO DAY-DATE.
           PERFORM 800-DAY-OF-DATE.
           IF DAY-NUMBER < CHANGE-START-DAY OR DAY-NUMBER > RUN-DAY
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           PERFORM 320-ADD-CHANGE.

       310-LOAD-MAINT-IMAGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-CHANGE)                         *
      *                    1. ADD THE CHANGE IN HAND TO THE CHANGE    *
      *                          TABLE                                *
      *                    1. A FULL TABLE WOULD LEAVE POSTINGS       *
      *                          WRONGLY UNCHECKED - STOP             *
      *                     ENDPROC (ADD-CHANGE)                      *
      *********************-END PSEUDOCODE-****************************

       320-ADD-CHANGE.

           IF CHG-COUNT NOT < CHG-MAX
              MOVE "CHANGE TABLE FULL - RAISE CHG-MAX AND RERUN"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE MAINT-AUDIT-FILE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO CHG-COUNT.
           MOVE MNT-ACCT TO CHG-ACCT(CHG-COUNT).
           MOVE CHK-OPER TO CHG-OPER(CHG-COUNT).
           MOVE CHK-STAMP TO CHG-STAMP(CHG-COUNT).
           MOVE DAY-NUMBER TO CHG-DAY(CHG-COUNT).
           MOVE "NNNN" TO CHG-FLAGS(CHG-COUNT).
           EVALUATE TRUE
              WHEN NAME-CHANGED AND ADDR-CHANGED
                 MOVE "NAME+ADDRESS" TO CHG-WHAT(CHG-COUNT)
              WHEN NAME-CHANGED
                 MOVE "NAME" TO CHG-WHAT(CHG-COUNT)
              WHEN OTHER
                 MOVE "ADDRESS" TO CHG-WHAT(CHG-COUNT)
           END-EVALUATE.

       320-ADD-CHANGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-TRAIL)                   *
      *                    1. OPEN THE FLAT AUDIT TRAIL; NONE AT ALL  *
      *                          MEANS NO OPEN DAY                    *
      *                    1. TALLY EVERY ACTION ON IT                *
      *                     ENDPROC (LOAD-AUDIT-TRAIL)                *
      *********************-END PSEUDOCODE-****************************

       400-LOAD-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE.

           IF AUDIT-STATUS = "00"
              PERFORM 410-LOAD-AUDIT-RECORD
                 UNTIL AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-FILE
           END-IF.

       400-LOAD-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-RECORD)                  *
      *                    1. READ THE NEXT AUDIT RECORD, NOTE THE    *
      *                          LOWEST SEQUENCE NUMBER ON THE TRAIL, *
      *                          AND TALLY IT                         *
      *                     ENDPROC (LOAD-AUDIT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       410-LOAD-AUDIT-RECORD.

           READ AUDIT-FILE
              AT END MOVE "10" TO AUDIT-STATUS
              NOT AT END
                 MOVE AUD-ACCT TO CHK-ACCT
                 MOVE AUD-DATE TO CHK-DATE
                 MOVE AUD-TIME TO CHK-TIME
                 MOVE AUD-OPER TO CHK-OPER
                 MOVE AUD-ACTION TO CHK-ACTION
                 MOVE FUNCTION NUMVAL(AUD-BAL) TO CHK-AMOUNT
                 MOVE 0 TO CHK-SEQ
                 IF AUD-SEQ NUMERIC
                    MOVE AUD-SEQ TO CHK-SEQ
                 END-IF
                 IF CHK-SEQ > 0
                    AND (FIRST-TRAIL-SEQ = 0
                         OR CHK-SEQ < FIRST-TRAIL-SEQ)
                    MOVE CHK-SEQ TO FIRST-TRAIL-SEQ
                 END-IF
                 PERFORM 500-TALLY-ACTION
                    THRU 500-TALLY-ACTION-EXIT
           END-READ.

       410-LOAD-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-HISTORY)                       *
      *                    1. OPEN THE ARCHIVED HISTORY; NONE AT ALL  *
      *                          JUST MEANS NO SWEEP HAS RUN YET      *
      *                    1. TALLY EVERY ACTION ON IT                *
      *                     ENDPROC (LOAD-HISTORY)                    *
      *********************-END PSEUDOCODE-****************************

       450-LOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF HISTORY-STATUS = "00"
              PERFORM 460-LOAD-HISTORY-RECORD
                 UNTIL HISTORY-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.

       450-LOAD-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-HISTORY-RECORD)                *
      *                    1. READ THE NEXT ARCHIVED RECORD           *
      *                    1. ONE STILL ON THE FLAT TRAIL AS WELL IS  *
      *                          ALREADY TALLIED - SKIP IT            *
      *                    1. OTHERWISE TALLY IT                      *
      *                     ENDPROC (LOAD-HISTORY-RECORD)             *
      *********************-END PSEUDOCODE-****************************

       460-LOAD-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
              NOT AT END
                 IF HIS-SEQ = 0 OR FIRST-TRAIL-SEQ = 0
                    OR HIS-SEQ < FIRST-TRAIL-SEQ
                    MOVE HIS-ACCT TO CHK-ACCT
                    MOVE HIS-DATE TO CHK-DATE
                    MOVE HIS-TIME TO CHK-TIME
                    MOVE HIS-OPER TO CHK-OPER
                    MOVE HIS-ACTION TO CHK-ACTION
                    MOVE FUNCTION NUMVAL(HIS-BAL) TO CHK-AMOUNT
                    MOVE HIS-SEQ TO CHK-SEQ
                    PERFORM 500-TALLY-ACTION
                       THRU 500-TALLY-ACTION-EXIT
                 END-IF
           END-READ.

       460-LOAD-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (TALLY-ACTION)                       *
      *                    1. NOTE THE ACTION AS ITS OPERATOR'S       *
      *                          ACTIVITY                             *
      *                    1. ONE OUTSIDE THE PERIOD GOES NO FURTHER  *
      *                    1. COUNT IT UNDER ITS KIND; A BALANCE      *
      *                          ACTION ADDS TO THE BALANCE MOVED AND *
      *                          IS CHECKED AGAINST THE OPERATOR'S    *
      *                          OWN NAME AND ADDRESS CHANGES         *
      *                     ENDPROC (TALLY-ACTION)                    *
      *********************-END PSEUDOCODE-****************************

       500-TALLY-ACTION.

           PERFORM 240-NOTE-ACTIVITY.

           MOVE CHK-DATE TO DAY-DATE.
           PERFORM 800-DAY-OF-DATE.
           MOVE DAY-NUMBER TO CHK-DAY.
           IF CHK-DAY < PERIOD-START-DAY OR CHK-DAY > RUN-DAY
              GO TO 500-TALLY-ACTION-EXIT
           END-IF.

           ADD 1 TO PERIOD-ACTIONS.
           PERFORM 510-CLASSIFY-ACTION.

           IF BALANCE-ACTION
              IF CHK-AMOUNT < 0
                 SUBTRACT CHK-AMOUNT FROM OPT-MOVED(OPT-HIT)
              ELSE
                 ADD CHK-AMOUNT TO OPT-MOVED(OPT-HIT)
              END-IF
              PERFORM 520-CHECK-CHANGES
           END-IF.

       500-TALLY-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CLASSIFY-ACTION)                    *
      *                    1. COUNT THE ACTION UNDER ITS KIND         *
      *                    1. ONLY ACTIONS THAT MOVE THE MASTER       *
      *                          BALANCE ARE BALANCE ACTIONS - A      *
      *                          MAINTENANCE RECORD CARRIES THE WHOLE *
      *                          BALANCE, NOT A CHANGE                *
      *                     ENDPROC (CLASSIFY-ACTION)                 *
      *********************-END PSEUDOCODE-****************************

       510-CLASSIFY-ACTION.

           SET BALANCE-ACTION TO TRUE.
           EVALUATE CHK-ACTION
              WHEN "UPDATE ACCOUNTS RECEIVBL"
              WHEN "POST LOCKBOX PAYMENT"
              WHEN "ASSESS FINANCE CHARGE"
              WHEN "MERGE BALANCE OUT"
              WHEN "MERGE BALANCE IN"
              WHEN "MERGE BALANCE BACKED OUT"
                 ADD 1 TO OPT-POSTS(OPT-HIT)
                 MOVE 1 TO CHK-KIND
              WHEN "REVERSE AR UPDATE"
                 ADD 1 TO OPT-REVERSALS(OPT-HIT)
                 MOVE 2 TO CHK-KIND
              WHEN "WRITE OFF BAD DEBT"
                 ADD 1 TO OPT-WRITE-OFFS(OPT-HIT)
                 MOVE 3 TO CHK-KIND
              WHEN "UPDATE CUSTOMER MASTER"
              WHEN "CLOSE ACCOUNT"
              WHEN "MERGE ACCOUNT"
                 ADD 1 TO OPT-MAINTS(OPT-HIT)
                 SET NOT-BALANCE-ACTION TO TRUE
              WHEN OTHER
                 ADD 1 TO OPT-OTHERS(OPT-HIT)
                 SET NOT-BALANCE-ACTION TO TRUE
           END-EVALUATE.

       510-CLASSIFY-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CHANGES)                      *
      *                    1. CHECK THE ACTION IN HAND AGAINST EVERY  *
      *                          NAME OR ADDRESS CHANGE               *
      *                     ENDPROC (CHECK-CHANGES)                   *
      *********************-END PSEUDOCODE-****************************

       520-CHECK-CHANGES.

           PERFORM 525-CHECK-CHANGE-ENTRY
              VARYING CHG-IDX FROM 1 BY 1
              UNTIL CHG-IDX > CHG-COUNT.

       520-CHECK-CHANGES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CHANGE-ENTRY)                 *
      *                    1. A CHANGE TO THE SAME ACCOUNT BY THE     *
      *                          SAME OPERATOR, AT OR BEFORE THE      *
      *                          ACTION AND NO MORE THAN THE WINDOW'S *
      *                          DAYS BEFORE IT, IS AN EXCEPTION -    *
      *                          ONCE FOR EACH KIND OF ACTION         *
      *                     ENDPROC (CHECK-CHANGE-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       525-CHECK-CHANGE-ENTRY.

           IF CHG-ACCT(CHG-IDX) = CHK-ACCT
              AND CHG-OPER(CHG-IDX) = CHK-OPER
              AND CHG-STAMP(CHG-IDX) NOT > CHK-STAMP
              AND CHK-DAY - CHG-DAY(CHG-IDX) NOT > WINDOW-DAYS
              AND CHG-FLAGS(CHG-IDX)(CHK-KIND:1) NOT = "Y"
              MOVE "Y" TO CHG-FLAGS(CHG-IDX)(CHK-KIND:1)
              MOVE CHK-OPER TO EXL-OPER
              MOVE CHK-ACCT TO EXL-ACCT
              MOVE CHK-DATE TO EXL-DATE
              MOVE SPACES TO EXL-TEXT
              STRING "CHANGED " DELIMITED BY SIZE
                 CHG-WHAT(CHG-IDX) DELIMITED BY SPACE
                 " ON " CHG-DATE(CHG-IDX) ", THEN "
                 KIND-VERB(CHK-KIND) DELIMITED BY SIZE
                 INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

       525-CHECK-CHANGE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-REVERSALS)                     *
      *                    1. OPEN THE REVERSAL CROSS-REFERENCE; NONE *
      *                          AT ALL MEANS NO REVERSALS YET        *
      *                    1. TALLY EVERY APPROVAL ON IT              *
      *                     ENDPROC (LOAD-REVERSALS)                  *
      *********************-END PSEUDOCODE-****************************

       550-LOAD-REVERSALS.

           OPEN INPUT XREF-FILE.

           IF XREF-STATUS = "00"
              PERFORM 560-LOAD-REVERSAL-RECORD
                 THRU 560-LOAD-REVERSAL-RECORD-EXIT
                 UNTIL XREF-STATUS NOT = "00"
              CLOSE XREF-FILE
           END-IF.

       550-LOAD-REVERSALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-REVERSAL-RECORD)               *
      *                    1. READ THE NEXT REVERSAL AND NOTE IT AS   *
      *                          THE REQUESTER'S AND THE APPROVER'S   *
      *                          ACTIVITY - THE REQUEST ITSELF IS     *
      *                          TALLIED FROM THE AUDIT TRAIL         *
      *                    1. AN APPROVAL IN THE PERIOD IS COUNTED,   *
      *                          CHECKED AGAINST THE APPROVER'S OWN   *
      *                          NAME AND ADDRESS CHANGES, AND        *
      *                          CHECKED FOR AN EARLIER APPROVAL BY   *
      *                          THE SAME SUPERVISOR ON THE ACCOUNT   *
      *                    1. ADD IT TO THE REVERSAL TABLE            *
      *                     ENDPROC (LOAD-REVERSAL-RECORD)            *
      *********************-END PSEUDOCODE-****************************

       560-LOAD-REVERSAL-RECORD.

           READ XREF-FILE
              AT END MOVE "10" TO XREF-STATUS
           END-READ.
           IF XREF-STATUS NOT = "00"
              GO TO 560-LOAD-REVERSAL-RECORD-EXIT
           END-IF.

           MOVE XRF-DATE TO CHK-DATE.
           MOVE XRF-TIME TO CHK-TIME.
           MOVE XRF-OPER TO CHK-OPER.
           PERFORM 240-NOTE-ACTIVITY.
           IF XRF-SUPER = SPACES
              GO TO 560-LOAD-REVERSAL-RECORD-EXIT
           END-IF.
           MOVE XRF-SUPER TO CHK-OPER.
           PERFORM 240-NOTE-ACTIVITY.
           MOVE XRF-ORIG-ACCT TO CHK-ACCT.

           MOVE CHK-DATE TO DAY-DATE.
           PERFORM 800-DAY-OF-DATE.
           MOVE DAY-NUMBER TO CHK-DAY.
           IF CHK-DAY NOT < PERIOD-START-DAY AND CHK-DAY NOT > RUN-DAY
              ADD 1 TO OPT-APPROVALS(OPT-HIT)
              ADD 1 TO PERIOD-APPROVALS
              MOVE 4 TO CHK-KIND
              PERFORM 520-CHECK-CHANGES
              MOVE 0 TO REV-HIT
              PERFORM 570-CHECK-REVERSAL-ENTRY
                 VARYING REV-IDX FROM 1 BY 1
                 UNTIL REV-IDX > REV-COUNT OR REV-HIT > 0
              IF REV-HIT > 0
                 MOVE CHK-OPER TO EXL-OPER
                 MOVE CHK-ACCT TO EXL-ACCT
                 MOVE CHK-DATE TO EXL-DATE
                 MOVE SPACES TO EXL-TEXT
                 STRING "APPROVED A REVERSAL HERE, HAVING APPROVED "
                        "ANOTHER ON " REV-DATE(REV-HIT)
                    DELIMITED BY SIZE INTO EXL-TEXT
                 PERFORM 850-ADD-EXCEPTION
              END-IF
           END-IF.

           PERFORM 580-ADD-REVERSAL.

       560-LOAD-REVERSAL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-REVERSAL-ENTRY)               *
      *                    1. NOTE THE ENTRY IF THE SAME SUPERVISOR   *
      *                          APPROVED IT ON THE SAME ACCOUNT      *
      *                     ENDPROC (CHECK-REVERSAL-ENTRY)            *
      *********************-END PSEUDOCODE-****************************

       570-CHECK-REVERSAL-ENTRY.

           IF REV-ACCT(REV-IDX) = CHK-ACCT
              AND REV-SUPER(REV-IDX) = CHK-OPER
              MOVE REV-IDX TO REV-HIT
           END-IF.

       570-CHECK-REVERSAL-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-REVERSAL)                       *
      *                    1. ADD THE REVERSAL IN HAND TO THE         *
      *                          REVERSAL TABLE                       *
      *                    1. A FULL TABLE WOULD LEAVE APPROVALS      *
      *                          WRONGLY UNCHECKED - STOP             *
      *                     ENDPROC (ADD-REVERSAL)                    *
      *********************-END PSEUDOCODE-****************************

       580-ADD-REVERSAL.

           IF REV-COUNT NOT < REV-MAX
              MOVE "REVERSAL TABLE FULL - RAISE REV-MAX AND RERUN"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE XREF-FILE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO REV-COUNT.
           MOVE CHK-ACCT TO REV-ACCT(REV-COUNT).
           MOVE CHK-OPER TO REV-SUPER(REV-COUNT).
           MOVE CHK-DATE TO REV-DATE(REV-COUNT).

       580-ADD-REVERSAL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-ACTIVITY)                    *
      *                    1. PRINT ONE LINE FOR EACH OPERATOR ON     *
      *                          OPERTAB AND EACH OTHER ID ACTIVE IN  *
      *                          THE PERIOD                           *
      *                     ENDPROC (REPORT-ACTIVITY)                 *
      *********************-END PSEUDOCODE-****************************

       600-REPORT-ACTIVITY.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING "ACTIVITY IN THE PERIOD - GRANTS ARE AR UPDATE / "
                  "CUSTOMER MAINTENANCE / REVERSAL / WRITE-OFF"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM ACTIVITY-HEADING-LINE.

           PERFORM 610-REPORT-OPERATOR
              THRU 610-REPORT-OPERATOR-EXIT
              VARYING OPT-IDX FROM 1 BY 1
              UNTIL OPT-IDX > OPT-COUNT.

       600-REPORT-ACTIVITY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-OPERATOR)                    *
      *                    1. AN ID NOT ON OPERTAB AND NOT ACTIVE IN  *
      *                          THE PERIOD IS LEFT OFF               *
      *                    1. PRINT ITS COUNTS AGAINST ITS GRANTS     *
      *                    1. AN ACTIVE ID NOT ON OPERTAB, AND ANY    *
      *                          ACTIVITY OUTSIDE AN OPERATOR'S       *
      *                          GRANTS, IS AN EXCEPTION              *
      *                     ENDPROC (REPORT-OPERATOR)                 *
      *********************-END PSEUDOCODE-****************************

       610-REPORT-OPERATOR.

           COMPUTE OPT-PERIOD-ACTIONS = OPT-POSTS(OPT-IDX)
                 + OPT-MAINTS(OPT-IDX) + OPT-REVERSALS(OPT-IDX)
                 + OPT-APPROVALS(OPT-IDX) + OPT-WRITE-OFFS(OPT-IDX)
                 + OPT-OTHERS(OPT-IDX).
           IF OPT-NOT-ON-FILE(OPT-IDX) AND OPT-PERIOD-ACTIONS = 0
              GO TO 610-REPORT-OPERATOR-EXIT
           END-IF.

           MOVE OPT-ID(OPT-IDX) TO ADL-OPER.
           IF OPT-ON-FILE(OPT-IDX)
              MOVE OPT-NAME(OPT-IDX) TO ADL-NAME
              MOVE "N" TO ADL-AR ADL-MAINT ADL-REV ADL-WO
              IF OPT-AR-ALLOWED(OPT-IDX)
                 MOVE "Y" TO ADL-AR
              END-IF
              IF OPT-MAINT-ALLOWED(OPT-IDX)
                 MOVE "Y" TO ADL-MAINT
              END-IF
              IF OPT-REVERSAL-ALLOWED(OPT-IDX)
                 MOVE "Y" TO ADL-REV
              END-IF
              IF OPT-WRITE-OFF-ALLOWED(OPT-IDX)
                 MOVE "Y" TO ADL-WO
              END-IF
           ELSE
              MOVE "** NOT ON OPERTAB **" TO ADL-NAME
              MOVE "----" TO ADL-GRANTS
           END-IF.
           MOVE OPT-POSTS(OPT-IDX) TO ADL-POSTS.
           MOVE OPT-MAINTS(OPT-IDX) TO ADL-MAINTS.
           MOVE OPT-REVERSALS(OPT-IDX) TO ADL-REVERSALS.
           MOVE OPT-APPROVALS(OPT-IDX) TO ADL-APPROVALS.
           MOVE OPT-WRITE-OFFS(OPT-IDX) TO ADL-WRITE-OFFS.
           MOVE OPT-OTHERS(OPT-IDX) TO ADL-OTHERS.
           MOVE OPT-MOVED(OPT-IDX) TO ADL-MOVED.
           IF OPT-LAST-DATE(OPT-IDX) = 0
              MOVE "NONE" TO ADL-LAST
           ELSE
              MOVE OPT-LAST-DATE(OPT-IDX) TO ADL-LAST
           END-IF.
           WRITE REPORT-RECORD FROM ACTIVITY-DETAIL-LINE.

           MOVE OPT-ID(OPT-IDX) TO EXL-OPER.
           MOVE SPACES TO EXL-ACCT.
           MOVE SPACES TO EXL-DATE.

           IF OPT-NOT-ON-FILE(OPT-IDX)
              ADD 1 TO UNKNOWN-COUNT
              MOVE OPT-PERIOD-ACTIONS TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "NOT ON OPERTAB - ACTIONS IN THE PERIOD"
                     COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
              GO TO 610-REPORT-OPERATOR-EXIT
           END-IF.

           PERFORM 620-CHECK-GRANTS.

       610-REPORT-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-GRANTS)                       *
      *                    1. EACH KIND OF ACTION IN THE PERIOD THE   *
      *                          OPERATOR'S ENTRY DOES NOT GRANT IS   *
      *                          AN EXCEPTION                         *
      *                     ENDPROC (CHECK-GRANTS)                    *
      *********************-END PSEUDOCODE-****************************

       620-CHECK-GRANTS.

           IF OPT-POSTS(OPT-IDX) > 0 AND NOT OPT-AR-ALLOWED(OPT-IDX)
              MOVE OPT-POSTS(OPT-IDX) TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "POSTINGS WITHOUT THE AR UPDATE GRANT -"
                     COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

           IF OPT-MAINTS(OPT-IDX) > 0
              AND NOT OPT-MAINT-ALLOWED(OPT-IDX)
              MOVE OPT-MAINTS(OPT-IDX) TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "MAINTENANCE WITHOUT THE CUSTOMER MAINTENANCE "
                     "GRANT -" COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

           IF OPT-REVERSALS(OPT-IDX) > 0
              AND NOT OPT-REVERSAL-ALLOWED(OPT-IDX)
              MOVE OPT-REVERSALS(OPT-IDX) TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "REVERSALS WITHOUT THE REVERSAL GRANT -"
                     COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

           IF OPT-APPROVALS(OPT-IDX) > 0
              AND NOT OPT-REVERSAL-ALLOWED(OPT-IDX)
              MOVE OPT-APPROVALS(OPT-IDX) TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "REVERSAL APPROVALS WITHOUT THE REVERSAL "
                     "GRANT -" COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

           IF OPT-WRITE-OFFS(OPT-IDX) > 0
              AND NOT OPT-WRITE-OFF-ALLOWED(OPT-IDX)
              MOVE OPT-WRITE-OFFS(OPT-IDX) TO COUNT-EDIT
              MOVE SPACES TO EXL-TEXT
              STRING "WRITE-OFFS WITHOUT THE WRITE-OFF GRANT -"
                     COUNT-EDIT
                 DELIMITED BY SIZE INTO EXL-TEXT
              PERFORM 850-ADD-EXCEPTION
           END-IF.

       620-CHECK-GRANTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-EXCEPTIONS)                  *
      *                    1. PRINT THE EXCEPTIONS HELD, AND HOW MANY *
      *                          MORE THERE WERE IF THE TABLE FILLED  *
      *                     ENDPROC (REPORT-EXCEPTIONS)               *
      *********************-END PSEUDOCODE-****************************

       650-REPORT-EXCEPTIONS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EXCEPTIONS IN THE PERIOD - FOR THE CONTROLLER"
              TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM EXCEPTION-HEADING-LINE.

           IF EXCEPTION-COUNT = 0
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

           PERFORM 655-WRITE-EXCEPTION
              VARYING EXT-IDX FROM 1 BY 1
              UNTIL EXT-IDX > EXT-COUNT.

           IF EXCEPTION-COUNT > EXT-COUNT
              COMPUTE COUNT-EDIT = EXCEPTION-COUNT - EXT-COUNT
              STRING "EXCEPTIONS NOT LISTED - RAISE EXT-MAX AND "
                     "RERUN -" COUNT-EDIT
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
           END-IF.

       650-REPORT-EXCEPTIONS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-EXCEPTION)                    *
      *                    1. PRINT ONE HELD EXCEPTION LINE           *
      *                     ENDPROC (WRITE-EXCEPTION)                 *
      *********************-END PSEUDOCODE-****************************

       655-WRITE-EXCEPTION.

           WRITE REPORT-RECORD FROM EXT-LINE(EXT-IDX).

       655-WRITE-EXCEPTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-IDLE)                        *
      *                    1. LIST EVERY OPERTAB ENTRY WITH NO        *
      *                          ACTIVITY ON FILE IN THE LAST         *
      *                          IDLE-DAYS DAYS                       *
      *                     ENDPROC (REPORT-IDLE)                     *
      *********************-END PSEUDOCODE-****************************

       700-REPORT-IDLE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE IDLE-DAYS TO DAYS-EDIT.
           STRING "OPERTAB ENTRIES WITH NO ACTIVITY IN THE LAST"
                  DAYS-EDIT " DAYS - CANDIDATES FOR REMOVAL"
              DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM IDLE-HEADING-LINE.

           PERFORM 710-CHECK-IDLE
              THRU 710-CHECK-IDLE-EXIT
              VARYING OPT-IDX FROM 1 BY 1
              UNTIL OPT-IDX > OPT-COUNT.

           IF IDLE-COUNT = 0
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       700-REPORT-IDLE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-IDLE)                         *
      *                    1. AN ENTRY ON OPERTAB WHOSE LAST ACTIVITY *
      *                          IS IDLE-DAYS OR MORE AGO, OR WHICH   *
      *                          HAS NONE ON FILE, IS LISTED          *
      *                     ENDPROC (CHECK-IDLE)                      *
      *********************-END PSEUDOCODE-****************************

       710-CHECK-IDLE.

           IF OPT-NOT-ON-FILE(OPT-IDX)
              GO TO 710-CHECK-IDLE-EXIT
           END-IF.

           MOVE OPT-LAST-DATE(OPT-IDX) TO DAY-DATE.
           PERFORM 800-DAY-OF-DATE.
           IF DAY-NUMBER = 0
              MOVE 0 TO IDLE-SPAN
              MOVE "NONE ON FILE" TO IDL-LAST
           ELSE
              COMPUTE IDLE-SPAN = RUN-DAY - DAY-NUMBER
              IF IDLE-SPAN < IDLE-DAYS
                 GO TO 710-CHECK-IDLE-EXIT
              END-IF
              MOVE OPT-LAST-DATE(OPT-IDX) TO IDL-LAST
           END-IF.

           ADD 1 TO IDLE-COUNT.
           MOVE OPT-ID(OPT-IDX) TO IDL-OPER.
           MOVE OPT-NAME(OPT-IDX) TO IDL-NAME.
           MOVE IDLE-SPAN TO IDL-DAYS.
           WRITE REPORT-RECORD FROM IDLE-DETAIL-LINE.

       710-CHECK-IDLE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-TOTALS)                       *
      *                    1. PRINT THE RUN'S TOTALS                  *
      *                     ENDPROC (PRINT-TOTALS)                    *
      *********************-END PSEUDOCODE-****************************

       750-PRINT-TOTALS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OPERATORS ON OPERTAB" TO RTT-TEXT.
           MOVE OPT-ON-FILE-COUNT TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "ACTIONS IN THE PERIOD" TO RTT-TEXT.
           MOVE PERIOD-ACTIONS TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "REVERSAL APPROVALS IN THE PERIOD" TO RTT-TEXT.
           MOVE PERIOD-APPROVALS TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "NAME OR ADDRESS CHANGES ON CUSTMAUD" TO RTT-TEXT.
           MOVE MAINT-CHANGES TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "IDS NOT ON OPERTAB" TO RTT-TEXT.
           MOVE UNKNOWN-COUNT TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "EXCEPTIONS" TO RTT-TEXT.
           MOVE EXCEPTION-COUNT TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE "CANDIDATES FOR REMOVAL" TO RTT-TEXT.
           MOVE IDLE-COUNT TO RTT-COUNT.
           WRITE REPORT-RECORD FROM REVIEW-TOTAL-LINE.

       750-PRINT-TOTALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (DAY-OF-DATE)                        *
      *                    1. TURN DAY-DATE INTO A DAY NUMBER IN      *
      *                          DAY-NUMBER - ZERO IF IT IS NOT A     *
      *                          DATE                                 *
      *                     ENDPROC (DAY-OF-DATE)                     *
      *********************-END PSEUDOCODE-****************************

       800-DAY-OF-DATE.

           MOVE 0 TO DAY-NUMBER.
           IF DAY-DATE NUMERIC
              IF DAY-DATE > "16010100"
                 AND DAY-DATE(5:2) > "00" AND DAY-DATE(5:2) < "13"
                 AND DAY-DATE(7:2) > "00" AND DAY-DATE(7:2) < "32"
                 MOVE FUNCTION INTEGER-OF-DATE
                         (FUNCTION NUMVAL(DAY-DATE))
                      TO DAY-NUMBER
              END-IF
           END-IF.

       800-DAY-OF-DATE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-EXCEPTION)                      *
      *                    1. COUNT THE EXCEPTION LINE BUILT IN       *
      *                          EXCEPTION-LINE AND HOLD IT FOR THE   *
      *                          REPORT, IF THERE IS ROOM             *
      *                     ENDPROC (ADD-EXCEPTION)                   *
      *********************-END PSEUDOCODE-****************************

       850-ADD-EXCEPTION.

           ADD 1 TO EXCEPTION-COUNT.
           IF EXT-COUNT < EXT-MAX
              ADD 1 TO EXT-COUNT
              MOVE EXCEPTION-LINE TO EXT-LINE(EXT-COUNT)
           END-IF.

       850-ADD-EXCEPTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-MESSAGE)                      *
      *                    1. WRITE THE MESSAGE TO THE REPORT AND THE *
      *                          LOG, THEN CLEAR IT                   *
      *                     ENDPROC (WRITE-MESSAGE)                   *
      *********************-END PSEUDOCODE-****************************

       900-WRITE-MESSAGE.

           WRITE REPORT-RECORD FROM MESSAGE-TEXT.
           DISPLAY "OPERRVW - " MESSAGE-TEXT.
           MOVE SPACES TO MESSAGE-TEXT.

       900-WRITE-MESSAGE-EXIT.

           EXIT.

           END PROGRAM OPERRVW.
