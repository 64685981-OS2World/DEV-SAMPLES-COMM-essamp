      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CUSTCOMP.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Compares tonight's customer master snapshot        *
      *            ("SNAPCUR") with last night's ("SNAPPRV"), both    *
      *            taken by CUSTSNAP, and ties every difference back  *
      *            to the record that explains it.                    *
      *                                                               *
      *            BOTH SNAPSHOTS ARE PROVED FIRST - HEADER, TRAILER, *
      *            ACCOUNT COUNT AND BALANCE TOTAL.  ONE THAT DOES    *
      *            NOT PROVE IS NOT COMPARED (RETURN-CODE 8).  NO     *
      *            SNAPPRV AT ALL IS THE FIRST NIGHT - NOTHING TO     *
      *            COMPARE.                                           *
      *                                                               *
      *            THE WINDOW BETWEEN THE SNAPSHOTS IS TAKEN FROM     *
      *            THEIR HEADERS.  EVERY CUSTMAUD BEFORE/AFTER IMAGE  *
      *            STAMPED INSIDE IT, AND EVERY BALANCE ACTION ON     *
      *            THE AUDIT TRAIL ("AUDITTRL") AND THE ARCHIVED      *
      *            HISTORY ("AUDHIST") INSIDE IT, IS LOADED BY        *
      *            ACCOUNT.  AUDIT RECORDS ARE WINDOWED BY THEIR      *
      *            SEQUENCE NUMBERS WHEN BOTH SNAPSHOTS CARRY ONE -   *
      *            SEVERAL WRITERS STAMP THE RUN DATE RATHER THAN THE *
      *            CLOCK - AND BY DATE AND TIME OTHERWISE.            *
      *                                                               *
      *            THE SNAPSHOTS ARE THEN MATCHED BY ACCOUNT.  EVERY  *
      *            ADDED ACCOUNT, DROPPED ACCOUNT, AND CHANGED NAME,  *
      *            ADDRESS, CITY, STATE, ZIP OR BALANCE IS LISTED ON  *
      *            "SNAPDIFF" WITH WHAT EXPLAINS IT -                 *
      *              ADDED     AN AFTER IMAGE FOR THE ACCOUNT         *
      *              DROPPED   NOTHING - NO PROGRAM DELETES FROM THE  *
      *                        MASTER, SO IT IS NEVER EXPLAINED       *
      *              A FIELD   THE LAST AFTER IMAGE CARRIES THE NEW   *
      *                        VALUE                                  *
      *              BALANCE   THE CHANGE EQUALS THE BALANCE ACTIONS, *
      *                        THE BEFORE/AFTER IMAGE CHANGES, OR     *
      *                        THE TWO TOGETHER                       *
      *            ANYTHING NOT EXPLAINED ALSO GOES ON THE            *
      *            UNEXPLAINED CHANGE REPORT ("SNAPUNEX") FOR THE     *
      *            CONTROLLER AND IS NOTED ON THE CONSOLE.  THE RUN   *
      *            STILL ENDS WITH RETURN-CODE 0 - AN UNEXPLAINED     *
      *            CHANGE IS FOR THE CONTROLLER TO CHASE, NOT A       *
      *            FAILED STEP, AND AS A NIGHTRUN STEP ANY OTHER      *
      *            RETURN CODE WOULD FAIL THE NIGHT AND HOLD ITS      *
      *            CHECKPOINTS.  RETURN-CODE 8 IS KEPT FOR SNAPSHOTS  *
      *            THAT CANNOT BE COMPARED.                           *
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
         PROGRAM-ID. CUSTCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIOUS-SNAP-FILE ASSIGN TO "SNAPPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-STATUS.
           SELECT CURRENT-SNAP-FILE ASSIGN TO "SNAPCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-STATUS.
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
           SELECT DIFF-FILE ASSIGN TO "SNAPDIFF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNEXPLAINED-FILE ASSIGN TO "SNAPUNEX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  PREVIOUS-SNAP-FILE Last night's snapshot - the UUBSNAP       *
      *                     layout under PRV- names, so both          *
      *                     snapshots can be in hand at once.         *
      *****************************************************************
       FD  PREVIOUS-SNAP-FILE
           RECORDING MODE IS F.
       01  PREVIOUS-SNAP-RECORD.
           05 PRV-TYPE             PIC X(1).
               88 PRV-HEADER             VALUE "H".
               88 PRV-DETAIL             VALUE "D".
               88 PRV-TRAILER            VALUE "T".
           05 FILLER               PIC X(1).
           05 PRV-DATA.
              10 PRV-ACCT          PIC X(16).
              10 FILLER            PIC X(1).
              10 PRV-NAME          PIC X(25).
              10 FILLER            PIC X(1).
              10 PRV-ADDR          PIC X(25).
              10 FILLER            PIC X(1).
              10 PRV-CITY          PIC X(15).
              10 FILLER            PIC X(1).
              10 PRV-STAT          PIC X(15).
              10 FILLER            PIC X(1).
              10 PRV-ZIP           PIC X(9).
              10 FILLER            PIC X(1).
              10 PRV-BAL           PIC -(9)9.
           05 PRV-CONTROL REDEFINES PRV-DATA.
              10 PRV-DATE          PIC 9(8).
              10 FILLER            PIC X(1).
              10 PRV-TIME          PIC 9(8).
              10 FILLER            PIC X(1).
              10 PRV-AUDIT-SEQ     PIC 9(9).
              10 FILLER            PIC X(1).
              10 PRV-COUNT         PIC 9(9).
              10 FILLER            PIC X(1).
              10 PRV-BAL-TOTAL     PIC -(11)9.
              10 FILLER            PIC X(71).

      *****************************************************************
      *  CURRENT-SNAP-FILE  Tonight's snapshot.                       *
      *****************************************************************
       FD  CURRENT-SNAP-FILE
           RECORDING MODE IS F.
           COPY UUBSNAP.

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
      *  DIFF-FILE         Every difference between the snapshots     *
      *                    and what explains it.                      *
      *  UNEXPLAINED-FILE  The differences nothing explains - for the *
      *                    controller.                                *
      *****************************************************************
       FD  DIFF-FILE
           RECORDING MODE IS F.
       01  DIFF-RECORD              PIC X(100).

       FD  UNEXPLAINED-FILE
           RECORDING MODE IS F.
       01  UNEXPLAINED-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  PREVIOUS-STATUS    FILE STATUS for PREVIOUS-SNAP-FILE        *
      *  CURRENT-STATUS     FILE STATUS for CURRENT-SNAP-FILE         *
      *  MAINT-STATUS       FILE STATUS for MAINT-AUDIT-FILE          *
      *  AUDIT-STATUS       FILE STATUS for AUDIT-FILE                *
      *  HISTORY-STATUS     FILE STATUS for HISTORY-FILE              *
      *****************************************************************
       01  PREVIOUS-STATUS     PIC XX.
       01  CURRENT-STATUS      PIC XX.
       01  MAINT-STATUS        PIC XX.
       01  AUDIT-STATUS        PIC XX.
       01  HISTORY-STATUS      PIC XX.

      *****************************************************************
      *  PREV-SNAP-STAMP    Date and time last night's snapshot was   *
      *                     taken                                     *
      *  PREV-SNAP-SEQ      Last audit sequence number issued then    *
      *  CUR-SNAP-STAMP     Date and time tonight's was taken         *
      *  CUR-SNAP-SEQ       Last audit sequence number issued then    *
      *  RECORD-STAMP       Date and time of the record in hand       *
      *  WINDOW-SW          'S' when audit records are windowed by    *
      *                     sequence number, 'T' by date and time     *
      *  IN-WINDOW-SW       'Y' when the record in hand falls between *
      *                     the two snapshots                         *
      *  FIRST-TRAIL-SEQ    Lowest sequence number on the flat trail -*
      *                     a history record from there on is a copy  *
      *                     left by an interrupted sweep              *
      *****************************************************************
       01  PREV-SNAP-STAMP.
           05 PREV-SNAP-DATE   PIC 9(8)  VALUE 0.
           05 PREV-SNAP-TIME   PIC 9(8)  VALUE 0.
       01  PREV-SNAP-SEQ       PIC 9(9)  VALUE 0.
       01  CUR-SNAP-STAMP.
           05 CUR-SNAP-DATE    PIC 9(8)  VALUE 0.
           05 CUR-SNAP-TIME    PIC 9(8)  VALUE 0.
       01  CUR-SNAP-SEQ        PIC 9(9)  VALUE 0.
       01  RECORD-STAMP.
           05 REC-DATE         PIC 9(8).
           05 REC-TIME         PIC 9(8).
       01  WINDOW-SW           PIC X(1)  VALUE "T".
           88 WINDOW-BY-SEQ              VALUE "S".
           88 WINDOW-BY-TIME             VALUE "T".
       01  IN-WINDOW-SW        PIC X(1)  VALUE "N".
           88 IN-WINDOW                  VALUE "Y".
           88 NOT-IN-WINDOW              VALUE "N".
       01  FIRST-TRAIL-SEQ     PIC 9(9)  VALUE 0.

      *****************************************************************
      *  PROVE-COUNT        Detail records counted in the snapshot    *
      *                     being proved                              *
      *  PROVE-TOTAL        Total of their balances                   *
      *  PROVE-HEADER-SW    'Y' once its header has been read         *
      *  PROVE-TRAILER-SW   'Y' once its trailer has been read        *
      *  PROVE-FAILED-SW    'Y' once either snapshot has failed to    *
      *                     prove                                     *
      *  FIRST-NIGHT-SW     'Y' when there is no previous snapshot    *
      *****************************************************************
       77  PROVE-COUNT         PIC S9(9)  COMP-5 VALUE 0.
       77  PROVE-TOTAL         PIC S9(11) COMP-5 VALUE 0.
       01  PROVE-HEADER-SW     PIC X(1)  VALUE "N".
           88 PROVE-HEADER-SEEN          VALUE "Y".
       01  PROVE-TRAILER-SW    PIC X(1)  VALUE "N".
           88 PROVE-TRAILER-SEEN         VALUE "Y".
       01  PROVE-FAILED-SW     PIC X(1)  VALUE "N".
           88 PROVE-FAILED               VALUE "Y".
           88 PROVE-PASSED               VALUE "N".
       01  FIRST-NIGHT-SW      PIC X(1)  VALUE "N".
           88 FIRST-NIGHT                VALUE "Y".

      *****************************************************************
      *  CHK-ACCT / CHK-DATE / CHK-TIME / CHK-ACTION / CHK-AMOUNT /   *
      *  CHK-SEQ            The audit record in hand - fed from the   *
      *                     flat trail or the archived history        *
      *  BALANCE-ACTION-SW  'Y' when it moves the master balance      *
      *****************************************************************
       01  CHK-ACCT            PIC X(16).
       01  CHK-DATE            PIC 9(8).
       01  CHK-TIME            PIC 9(8).
       01  CHK-ACTION          PIC X(25).
       01  CHK-AMOUNT          PIC S9(9).
       01  CHK-SEQ             PIC 9(9).
       01  BALANCE-ACTION-SW   PIC X(1)  VALUE "N".
           88 BALANCE-ACTION             VALUE "Y".
           88 NOT-BALANCE-ACTION         VALUE "N".

      *****************************************************************
      *  MAINT-TABLE        Each account with before/after images in *
      *                       the window                             *
      *  MAT-OPER            Operator of its last after image        *
      *  MAT-NAME ... MAT-ZIP The fields of its last after image     *
      *  MAT-BEFORE-BAL      Balance on the before image awaiting    *
      *                       its after image                        *
      *  MAT-DELTA           Total balance change over its before/   *
      *                       after image pairs                      *
      *  MAT-AFTER-SW        'Y' once an after image has been seen   *
      *  MAT-COUNT           Accounts in the table                   *
      *  MAT-MAX             Capacity of the table                   *
      *  MAT-IDX             Working subscript                       *
      *  MAT-HIT             Subscript of FIND-ACCT's entry, or zero *
      *****************************************************************
       01  MAINT-TABLE.
           05 MAT-ENTRY        OCCURS 5000 TIMES.
              10 MAT-ACCT      PIC X(16).
              10 MAT-OPER      PIC X(8).
              10 MAT-NAME      PIC X(25).
              10 MAT-ADDR      PIC X(25).
              10 MAT-CITY      PIC X(15).
              10 MAT-STAT      PIC X(15).
              10 MAT-ZIP       PIC X(9).
              10 MAT-BEFORE-BAL PIC S9(11) COMP-5.
              10 MAT-DELTA     PIC S9(11) COMP-5.
              10 MAT-AFTER-SW  PIC X(1).
                  88 MAT-AFTER-SEEN      VALUE "Y".
       77  MAT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  MAT-MAX             PIC 9(4)  COMP-5  VALUE 5000.
       01  MAT-IDX             PIC 9(4)  COMP-5.
       01  MAT-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  BALANCE-TABLE      Each account with balance actions in the *
      *                       window                                 *
      *  BAT-TOTAL           Their total                             *
      *  BAT-ACTIONS         How many                                *
      *  BAT-COUNT           Accounts in the table                   *
      *  BAT-MAX             Capacity of the table                   *
      *  BAT-IDX             Working subscript                       *
      *  BAT-HIT             Subscript of FIND-ACCT's entry, or zero *
      *  FIND-ACCT           The account being looked up             *
      *****************************************************************
       01  BALANCE-TABLE.
           05 BAT-ENTRY        OCCURS 5000 TIMES.
              10 BAT-ACCT      PIC X(16).
              10 BAT-TOTAL     PIC S9(11) COMP-5.
              10 BAT-ACTIONS   PIC 9(4)  COMP-5.
       77  BAT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  BAT-MAX             PIC 9(4)  COMP-5  VALUE 5000.
       01  BAT-IDX             PIC 9(4)  COMP-5.
       01  BAT-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  PREV-KEY           Account of last night's record in hand -  *
      *                     HIGH-VALUES once the snapshot is spent    *
      *  CUR-KEY            Account of tonight's record in hand       *
      *  PREV-BAL-NUM       Its balance last night                    *
      *  CUR-BAL-NUM        Its balance tonight                       *
      *  BAL-DELTA          The change between them                   *
      *  AUDIT-DELTA        The balance actions' total in the window  *
      *  MAINT-DELTA        The before/after images' change in it     *
      *  BOTH-DELTA         The two together                          *
      *  ACCOUNT-CHANGED-SW 'Y' once the account in hand has a        *
      *                     difference                                *
      *****************************************************************
       01  PREV-KEY            PIC X(16).
       01  CUR-KEY             PIC X(16).
       77  PREV-BAL-NUM        PIC S9(11) COMP-5 VALUE 0.
       77  CUR-BAL-NUM         PIC S9(11) COMP-5 VALUE 0.
       77  BAL-DELTA           PIC S9(11) COMP-5 VALUE 0.
       77  AUDIT-DELTA         PIC S9(11) COMP-5 VALUE 0.
       77  MAINT-DELTA         PIC S9(11) COMP-5 VALUE 0.
       77  BOTH-DELTA          PIC S9(11) COMP-5 VALUE 0.
       01  ACCOUNT-CHANGED-SW  PIC X(1)  VALUE "N".
           88 ACCOUNT-CHANGED            VALUE "Y".
           88 ACCOUNT-UNCHANGED          VALUE "N".

      *****************************************************************
      *  DIFF-ACCT / DIFF-FIELD / DIFF-OLD / DIFF-NEW                 *
      *                     The difference being reported             *
      *  EXPLAIN-TEXT       What explains it - spaces if nothing does *
      *  BAL-EDIT           A balance edited for the report           *
      *  MESSAGE-TEXT       A message for both reports and the log    *
      *****************************************************************
       01  DIFF-ACCT           PIC X(16).
       01  DIFF-FIELD          PIC X(8).
       01  DIFF-OLD            PIC X(25).
       01  DIFF-NEW            PIC X(25).
       01  EXPLAIN-TEXT        PIC X(22).
       01  BAL-EDIT            PIC -(10)9.
       01  MESSAGE-TEXT        PIC X(100) VALUE SPACES.

      *****************************************************************
      *  COMPARE-TOTALS     Totals for the end of both reports        *
      *  PREV-ACCOUNTS      Accounts in last night's snapshot         *
      *  CUR-ACCOUNTS       Accounts in tonight's                     *
      *  ADDED-COUNT        Accounts added                            *
      *  DROPPED-COUNT      Accounts dropped                          *
      *  CHANGED-COUNT      Accounts on both with a difference        *
      *  EXPLAINED-COUNT    Differences explained                     *
      *  UNEXPLAINED-COUNT  Differences not explained                 *
      *  MAINT-IMAGES       CUSTMAUD images in the window             *
      *  BALANCE-ACTIONS    Balance actions in the window             *
      *****************************************************************
       01  COMPARE-TOTALS.
           05 PREV-ACCOUNTS      PIC S9(9) COMP-5 VALUE 0.
           05 CUR-ACCOUNTS       PIC S9(9) COMP-5 VALUE 0.
           05 ADDED-COUNT        PIC S9(9) COMP-5 VALUE 0.
           05 DROPPED-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 CHANGED-COUNT      PIC S9(9) COMP-5 VALUE 0.
           05 EXPLAINED-COUNT    PIC S9(9) COMP-5 VALUE 0.
           05 UNEXPLAINED-COUNT  PIC S9(9) COMP-5 VALUE 0.
           05 MAINT-IMAGES       PIC S9(9) COMP-5 VALUE 0.
           05 BALANCE-ACTIONS    PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  REPORT LINES - SHARED BY SNAPDIFF AND SNAPUNEX               *
      *****************************************************************
       01  DIFF-TITLE-LINE.
           05 FILLER           PIC X(40)
                 VALUE "CUSTOMER MASTER SNAPSHOT COMPARISON".
           05 FILLER           PIC X(10) VALUE "PREVIOUS ".
           05 DTL-PREV-DATE    PIC 9(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DTL-PREV-TIME    PIC 9(8).
           05 FILLER           PIC X(10) VALUE "  CURRENT ".
           05 DTL-CUR-DATE     PIC 9(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DTL-CUR-TIME     PIC 9(8).

       01  UNEX-TITLE-LINE.
           05 FILLER           PIC X(50)
               VALUE "UNEXPLAINED MASTER CHANGES - FOR THE CONTROLLER".

       01  DIFF-HEADING-LINE.
           05 FILLER           PIC X(17) VALUE "ACCOUNT".
           05 FILLER           PIC X(9)  VALUE "CHANGE".
           05 FILLER           PIC X(26) VALUE "WAS".
           05 FILLER           PIC X(26) VALUE "NOW".
           05 FILLER           PIC X(22) VALUE "EXPLAINED BY".

       01  DIFF-DETAIL-LINE.
           05 DFL-ACCT         PIC X(16).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DFL-FIELD        PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DFL-OLD          PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DFL-NEW          PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DFL-EXPLAIN      PIC X(22).

       01  DIFF-TOTAL-LINE.
           05 DTT-TEXT         PIC X(40).
           05 DTT-COUNT        PIC Z(8)9.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. PROVE BOTH SNAPSHOTS; NO PREVIOUS ONE   *
      *                          IS THE FIRST NIGHT                   *
      *                    1. LOAD THE WINDOW'S BEFORE/AFTER IMAGES   *
      *                    1. LOAD THE WINDOW'S BALANCE ACTIONS FROM  *
      *                          THE FLAT TRAIL AND THE HISTORY       *
      *                    1. MATCH THE SNAPSHOTS BY ACCOUNT AND      *
      *                          REPORT EVERY DIFFERENCE              *
      *                    1. PRINT THE TOTALS                        *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

           OPEN OUTPUT DIFF-FILE.
           OPEN OUTPUT UNEXPLAINED-FILE.

      *******   BOTH SNAPSHOTS MUST BE WHOLE BEFORE THEY ARE COMPARED
           PERFORM 200-PROVE-CURRENT THRU 200-PROVE-CURRENT-EXIT.
           PERFORM 250-PROVE-PREVIOUS THRU 250-PROVE-PREVIOUS-EXIT.

           MOVE PREV-SNAP-DATE TO DTL-PREV-DATE.
           MOVE PREV-SNAP-TIME TO DTL-PREV-TIME.
           MOVE CUR-SNAP-DATE TO DTL-CUR-DATE.
           MOVE CUR-SNAP-TIME TO DTL-CUR-TIME.
           WRITE DIFF-RECORD FROM DIFF-TITLE-LINE.
           WRITE UNEXPLAINED-RECORD FROM UNEX-TITLE-LINE.
           WRITE UNEXPLAINED-RECORD FROM DIFF-TITLE-LINE.

           IF PROVE-PASSED AND NOT FIRST-NIGHT
              AND PREV-SNAP-STAMP NOT < CUR-SNAP-STAMP
              MOVE "SNAPPRV IS NOT OLDER THAN SNAPCUR - NOT COMPARED"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
           END-IF.

           IF PROVE-FAILED
              MOVE "SNAPSHOTS DO NOT PROVE - NO COMPARISON MADE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE DIFF-FILE
              CLOSE UNEXPLAINED-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF FIRST-NIGHT
              MOVE "NO PREVIOUS SNAPSHOT - NOTHING TO COMPARE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE DIFF-FILE
              CLOSE UNEXPLAINED-FILE
              STOP RUN
           END-IF.

      *******   AUDIT RECORDS ARE WINDOWED BY SEQUENCE NUMBER WHEN
      *******     BOTH SNAPSHOTS KNOW WHERE THE TRAIL HAD GOT TO
           IF PREV-SNAP-SEQ > 0 AND CUR-SNAP-SEQ > 0
              SET WINDOW-BY-SEQ TO TRUE
           ELSE
              SET WINDOW-BY-TIME TO TRUE
           END-IF.

      *******   WHAT MAINTENANCE AND POSTING HAPPENED IN THE WINDOW
           PERFORM 300-LOAD-MAINT-IMAGES.
           PERFORM 350-LOAD-AUDIT-TRAIL.
           PERFORM 370-LOAD-HISTORY.

      *******   MATCH THE SNAPSHOTS ACCOUNT BY ACCOUNT
           WRITE DIFF-RECORD FROM DIFF-HEADING-LINE.
           WRITE UNEXPLAINED-RECORD FROM DIFF-HEADING-LINE.
           PERFORM 500-COMPARE-SNAPSHOTS.

      *******   THE TOTALS, AND THE RETURN CODE
           PERFORM 700-PRINT-TOTALS.
           CLOSE DIFF-FILE.
           CLOSE UNEXPLAINED-FILE.

           DISPLAY "CUSTCOMP - CUSTOMER MASTER SNAPSHOTS COMPARED".
           DISPLAY "  ACCOUNTS ADDED . . . . . . . . . . : "
                   ADDED-COUNT.
           DISPLAY "  ACCOUNTS DROPPED . . . . . . . . . : "
                   DROPPED-COUNT.
           DISPLAY "  ACCOUNTS CHANGED . . . . . . . . . : "
                   CHANGED-COUNT.
           DISPLAY "  DIFFERENCES EXPLAINED. . . . . . . : "
                   EXPLAINED-COUNT.
           DISPLAY "  DIFFERENCES UNEXPLAINED. . . . . . : "
                   UNEXPLAINED-COUNT.

           IF UNEXPLAINED-COUNT > 0
              DISPLAY "CUSTCOMP - UNEXPLAINED CHANGES TO THE CUSTOMER "
                      "MASTER - SEE SNAPUNEX"
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-CURRENT)                      *
      *                    1. TONIGHT'S SNAPSHOT MUST BE THERE AND    *
      *                          START WITH ITS HEADER                *
      *                    1. COUNT AND TOTAL ITS ACCOUNTS            *
      *                    1. THEY MUST AGREE WITH ITS TRAILER        *
      *                     ENDPROC (PROVE-CURRENT)                   *
      *********************-END PSEUDOCODE-****************************

       200-PROVE-CURRENT.

           OPEN INPUT CURRENT-SNAP-FILE.
           IF CURRENT-STATUS NOT = "00"
              STRING "CANNOT OPEN SNAPCUR - STATUS " CURRENT-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
              GO TO 200-PROVE-CURRENT-EXIT
           END-IF.

           MOVE 0 TO PROVE-COUNT.
           MOVE 0 TO PROVE-TOTAL.
           MOVE "N" TO PROVE-HEADER-SW.
           MOVE "N" TO PROVE-TRAILER-SW.
           PERFORM 210-PROVE-CURRENT-RECORD
              THRU 210-PROVE-CURRENT-RECORD-EXIT
              UNTIL CURRENT-STATUS NOT = "00".
           CLOSE CURRENT-SNAP-FILE.

           IF NOT PROVE-HEADER-SEEN OR NOT PROVE-TRAILER-SEEN
              MOVE "SNAPCUR HAS NO HEADER OR NO TRAILER - INCOMPLETE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
           END-IF.

           MOVE PROVE-COUNT TO CUR-ACCOUNTS.

       200-PROVE-CURRENT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-CURRENT-RECORD)               *
      *                    1. READ THE NEXT SNAPCUR RECORD            *
      *                    1. THE FIRST MUST BE THE HEADER - NOTE ITS *
      *                          DATE, TIME AND SEQUENCE NUMBER       *
      *                    1. COUNT AND TOTAL EACH DETAIL             *
      *                    1. CHECK THE TRAILER AGAINST THEM; NOTHING *
      *                          MAY FOLLOW IT                        *
      *                     ENDPROC (PROVE-CURRENT-RECORD)            *
      *********************-END PSEUDOCODE-****************************

       210-PROVE-CURRENT-RECORD.

           READ CURRENT-SNAP-FILE
              AT END MOVE "10" TO CURRENT-STATUS
           END-READ.
           IF CURRENT-STATUS NOT = "00"
              GO TO 210-PROVE-CURRENT-RECORD-EXIT
           END-IF.

           IF NOT PROVE-HEADER-SEEN
              IF SNP-HEADER
                 SET PROVE-HEADER-SEEN TO TRUE
                 MOVE SNP-DATE TO CUR-SNAP-DATE
                 MOVE SNP-TIME TO CUR-SNAP-TIME
                 MOVE SNP-AUDIT-SEQ TO CUR-SNAP-SEQ
                 GO TO 210-PROVE-CURRENT-RECORD-EXIT
              END-IF
              MOVE "10" TO CURRENT-STATUS
              GO TO 210-PROVE-CURRENT-RECORD-EXIT
           END-IF.

           IF PROVE-TRAILER-SEEN
              MOVE "SNAPCUR HAS RECORDS AFTER ITS TRAILER"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
              MOVE "10" TO CURRENT-STATUS
              GO TO 210-PROVE-CURRENT-RECORD-EXIT
           END-IF.

           IF SNP-TRAILER
              SET PROVE-TRAILER-SEEN TO TRUE
              IF SNP-COUNT NOT = PROVE-COUNT
                 OR FUNCTION NUMVAL(SNP-BAL-TOTAL) NOT = PROVE-TOTAL
                 MOVE "SNAPCUR DOES NOT AGREE WITH ITS TRAILER"
                    TO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET PROVE-FAILED TO TRUE
              END-IF
              GO TO 210-PROVE-CURRENT-RECORD-EXIT
           END-IF.

           ADD 1 TO PROVE-COUNT.
           ADD FUNCTION NUMVAL(SNP-BAL) TO PROVE-TOTAL.

       210-PROVE-CURRENT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-PREVIOUS)                     *
      *                    1. NO SNAPPRV AT ALL IS THE FIRST NIGHT    *
      *                    1. OTHERWISE PROVE IT AS SNAPCUR IS PROVED *
      *                     ENDPROC (PROVE-PREVIOUS)                  *
      *********************-END PSEUDOCODE-****************************

       250-PROVE-PREVIOUS.

           OPEN INPUT PREVIOUS-SNAP-FILE.
           IF PREVIOUS-STATUS = "35"
              SET FIRST-NIGHT TO TRUE
              GO TO 250-PROVE-PREVIOUS-EXIT
           END-IF.
           IF PREVIOUS-STATUS NOT = "00"
              STRING "CANNOT OPEN SNAPPRV - STATUS " PREVIOUS-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
              GO TO 250-PROVE-PREVIOUS-EXIT
           END-IF.

           MOVE 0 TO PROVE-COUNT.
           MOVE 0 TO PROVE-TOTAL.
           MOVE "N" TO PROVE-HEADER-SW.
           MOVE "N" TO PROVE-TRAILER-SW.
           PERFORM 260-PROVE-PREVIOUS-RECORD
              THRU 260-PROVE-PREVIOUS-RECORD-EXIT
              UNTIL PREVIOUS-STATUS NOT = "00".
           CLOSE PREVIOUS-SNAP-FILE.

           IF NOT PROVE-HEADER-SEEN OR NOT PROVE-TRAILER-SEEN
              MOVE "SNAPPRV HAS NO HEADER OR NO TRAILER - INCOMPLETE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
           END-IF.

           MOVE PROVE-COUNT TO PREV-ACCOUNTS.

       250-PROVE-PREVIOUS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-PREVIOUS-RECORD)              *
      *                    1. AS PROVE-CURRENT-RECORD, FOR SNAPPRV    *
      *                     ENDPROC (PROVE-PREVIOUS-RECORD)           *
      *********************-END PSEUDOCODE-****************************

       260-PROVE-PREVIOUS-RECORD.

           READ PREVIOUS-SNAP-FILE
              AT END MOVE "10" TO PREVIOUS-STATUS
           END-READ.
           IF PREVIOUS-STATUS NOT = "00"
              GO TO 260-PROVE-PREVIOUS-RECORD-EXIT
           END-IF.

           IF NOT PROVE-HEADER-SEEN
              IF PRV-HEADER
                 SET PROVE-HEADER-SEEN TO TRUE
                 MOVE PRV-DATE TO PREV-SNAP-DATE
                 MOVE PRV-TIME TO PREV-SNAP-TIME
                 MOVE PRV-AUDIT-SEQ TO PREV-SNAP-SEQ
                 GO TO 260-PROVE-PREVIOUS-RECORD-EXIT
              END-IF
              MOVE "10" TO PREVIOUS-STATUS
              GO TO 260-PROVE-PREVIOUS-RECORD-EXIT
           END-IF.

           IF PROVE-TRAILER-SEEN
              MOVE "SNAPPRV HAS RECORDS AFTER ITS TRAILER"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET PROVE-FAILED TO TRUE
              MOVE "10" TO PREVIOUS-STATUS
              GO TO 260-PROVE-PREVIOUS-RECORD-EXIT
           END-IF.

           IF PRV-TRAILER
              SET PROVE-TRAILER-SEEN TO TRUE
              IF PRV-COUNT NOT = PROVE-COUNT
                 OR FUNCTION NUMVAL(PRV-BAL-TOTAL) NOT = PROVE-TOTAL
                 MOVE "SNAPPRV DOES NOT AGREE WITH ITS TRAILER"
                    TO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET PROVE-FAILED TO TRUE
              END-IF
              GO TO 260-PROVE-PREVIOUS-RECORD-EXIT
           END-IF.

           ADD 1 TO PROVE-COUNT.
           ADD FUNCTION NUMVAL(PRV-BAL) TO PROVE-TOTAL.

       260-PROVE-PREVIOUS-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MAINT-IMAGES)                  *
      *                    1. OPEN THE BEFORE/AFTER IMAGES; NONE AT   *
      *                          ALL MEANS NO MAINTENANCE YET         *
      *                    1. LOAD EVERY IMAGE IN THE WINDOW          *
      *                     ENDPROC (LOAD-MAINT-IMAGES)               *
      *********************-END PSEUDOCODE-****************************

       300-LOAD-MAINT-IMAGES.

           OPEN INPUT MAINT-AUDIT-FILE.

           IF MAINT-STATUS = "00"
              PERFORM 310-LOAD-MAINT-IMAGE
                 THRU 310-LOAD-MAINT-IMAGE-EXIT
                 UNTIL MAINT-STATUS NOT = "00"
              CLOSE MAINT-AUDIT-FILE
           END-IF.

       300-LOAD-MAINT-IMAGES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MAINT-IMAGE)                   *
      *                    1. READ THE NEXT IMAGE; SKIP IT IF IT IS   *
      *                          OUTSIDE THE WINDOW                   *
      *                    1. A BEFORE IMAGE HOLDS ITS BALANCE FOR    *
      *                          THE AFTER IMAGE TO FOLLOW            *
      *                    1. AN AFTER IMAGE ADDS ITS BALANCE CHANGE  *
      *                          AND BECOMES THE ACCOUNT'S LATEST     *
      *                     ENDPROC (LOAD-MAINT-IMAGE)                *
      *********************-END PSEUDOCODE-****************************

       310-LOAD-MAINT-IMAGE.

           READ MAINT-AUDIT-FILE
              AT END MOVE "10" TO MAINT-STATUS
           END-READ.
           IF MAINT-STATUS NOT = "00"
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           MOVE MNT-DATE TO REC-DATE.
           MOVE MNT-TIME TO REC-TIME.
           IF RECORD-STAMP NOT > PREV-SNAP-STAMP
              OR RECORD-STAMP > CUR-SNAP-STAMP
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           ADD 1 TO MAINT-IMAGES.
           MOVE MNT-ACCT TO FIND-ACCT.
           PERFORM 320-FIND-MAINT-ENTRY.
           IF MAT-HIT = 0
              PERFORM 330-ADD-MAINT-ENTRY
           END-IF.

           IF MNT-IMAGE = "BEFORE"
              COMPUTE MAT-BEFORE-BAL(MAT-HIT) =
                      FUNCTION NUMVAL(MNT-BAL)
              GO TO 310-LOAD-MAINT-IMAGE-EXIT
           END-IF.

           COMPUTE MAT-DELTA(MAT-HIT) = MAT-DELTA(MAT-HIT)
                 + FUNCTION NUMVAL(MNT-BAL) - MAT-BEFORE-BAL(MAT-HIT).
           MOVE 0 TO MAT-BEFORE-BAL(MAT-HIT).
           MOVE MNT-OPER TO MAT-OPER(MAT-HIT).
           MOVE MNT-NAME TO MAT-NAME(MAT-HIT).
           MOVE MNT-ADDR TO MAT-ADDR(MAT-HIT).
           MOVE MNT-CITY TO MAT-CITY(MAT-HIT).
           MOVE MNT-STAT TO MAT-STAT(MAT-HIT).
           MOVE MNT-ZIP TO MAT-ZIP(MAT-HIT).
           SET MAT-AFTER-SEEN(MAT-HIT) TO TRUE.

       310-LOAD-MAINT-IMAGE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-MAINT-ENTRY)                   *
      *                    1. SCAN THE MAINTENANCE TABLE FOR          *
      *                          FIND-ACCT, LEAVING ITS SUBSCRIPT IN  *
      *                          MAT-HIT (ZERO IF NOT THERE)          *
      *                     ENDPROC (FIND-MAINT-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       320-FIND-MAINT-ENTRY.

           MOVE 0 TO MAT-HIT.
           PERFORM 325-CHECK-MAINT-ENTRY
              VARYING MAT-IDX FROM 1 BY 1
              UNTIL MAT-IDX > MAT-COUNT OR MAT-HIT > 0.

       320-FIND-MAINT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-MAINT-ENTRY)                  *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-MAINT-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       325-CHECK-MAINT-ENTRY.

           IF MAT-ACCT(MAT-IDX) = FIND-ACCT
              MOVE MAT-IDX TO MAT-HIT
           END-IF.

       325-CHECK-MAINT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-MAINT-ENTRY)                    *
      *                    1. ADD FIND-ACCT TO THE MAINTENANCE TABLE  *
      *                    1. A FULL TABLE WOULD LEAVE CHANGES        *
      *                          WRONGLY UNEXPLAINED - STOP           *
      *                     ENDPROC (ADD-MAINT-ENTRY)                 *
      *********************-END PSEUDOCODE-****************************

       330-ADD-MAINT-ENTRY.

           IF MAT-COUNT NOT < MAT-MAX
              MOVE "MAINTENANCE TABLE FULL - RAISE MAT-MAX AND RERUN"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE MAINT-AUDIT-FILE
              CLOSE DIFF-FILE
              CLOSE UNEXPLAINED-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO MAT-COUNT.
           MOVE MAT-COUNT TO MAT-HIT.
           MOVE SPACES TO MAT-ENTRY(MAT-HIT).
           MOVE FIND-ACCT TO MAT-ACCT(MAT-HIT).
           MOVE 0 TO MAT-BEFORE-BAL(MAT-HIT).
           MOVE 0 TO MAT-DELTA(MAT-HIT).
           MOVE "N" TO MAT-AFTER-SW(MAT-HIT).

       330-ADD-MAINT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-TRAIL)                   *
      *                    1. OPEN THE FLAT AUDIT TRAIL; NONE AT ALL  *
      *                          MEANS NO OPEN DAY                    *
      *                    1. LOAD EVERY BALANCE ACTION IN THE WINDOW *
      *                     ENDPROC (LOAD-AUDIT-TRAIL)                *
      *********************-END PSEUDOCODE-****************************

       350-LOAD-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE.

           IF AUDIT-STATUS = "00"
              PERFORM 360-LOAD-AUDIT-RECORD
                 UNTIL AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-FILE
           END-IF.

       350-LOAD-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-RECORD)                  *
      *                    1. READ THE NEXT AUDIT RECORD, NOTE THE    *
      *                          LOWEST SEQUENCE NUMBER ON THE TRAIL, *
      *                          AND LOAD IT                          *
      *                     ENDPROC (LOAD-AUDIT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       360-LOAD-AUDIT-RECORD.

           READ AUDIT-FILE
              AT END MOVE "10" TO AUDIT-STATUS
              NOT AT END
                 MOVE AUD-ACCT TO CHK-ACCT
                 MOVE AUD-DATE TO CHK-DATE
                 MOVE AUD-TIME TO CHK-TIME
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
                 PERFORM 400-LOAD-BALANCE-ACTION
                    THRU 400-LOAD-BALANCE-ACTION-EXIT
           END-READ.

       360-LOAD-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-HISTORY)                       *
      *                    1. OPEN THE ARCHIVED HISTORY; NONE AT ALL  *
      *                          JUST MEANS NO SWEEP HAS RUN YET      *
      *                    1. LOAD EVERY BALANCE ACTION IN THE WINDOW *
      *                     ENDPROC (LOAD-HISTORY)                    *
      *********************-END PSEUDOCODE-****************************

       370-LOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF HISTORY-STATUS = "00"
              PERFORM 380-LOAD-HISTORY-RECORD
                 UNTIL HISTORY-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.

       370-LOAD-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-HISTORY-RECORD)                *
      *                    1. READ THE NEXT ARCHIVED RECORD           *
      *                    1. ONE STILL ON THE FLAT TRAIL AS WELL IS  *
      *                          ALREADY LOADED - SKIP IT             *
      *                    1. OTHERWISE LOAD IT                       *
      *                     ENDPROC (LOAD-HISTORY-RECORD)             *
      *********************-END PSEUDOCODE-****************************

       380-LOAD-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
              NOT AT END
                 IF HIS-SEQ = 0 OR FIRST-TRAIL-SEQ = 0
                    OR HIS-SEQ < FIRST-TRAIL-SEQ
                    MOVE HIS-ACCT TO CHK-ACCT
                    MOVE HIS-DATE TO CHK-DATE
                    MOVE HIS-TIME TO CHK-TIME
                    MOVE HIS-ACTION TO CHK-ACTION
                    MOVE FUNCTION NUMVAL(HIS-BAL) TO CHK-AMOUNT
                    MOVE HIS-SEQ TO CHK-SEQ
                    PERFORM 400-LOAD-BALANCE-ACTION
                       THRU 400-LOAD-BALANCE-ACTION-EXIT
                 END-IF
           END-READ.

       380-LOAD-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-BALANCE-ACTION)                *
      *                    1. ONLY ACTIONS THAT MOVE THE MASTER       *
      *                          BALANCE ARE LOADED                   *
      *                    1. IT MUST FALL IN THE WINDOW - BY ITS     *
      *                          SEQUENCE NUMBER WHEN BOTH IT AND THE *
      *                          SNAPSHOTS HAVE ONE, OTHERWISE BY     *
      *                          ITS DATE AND TIME                    *
      *                    1. ADD IT TO ITS ACCOUNT'S TOTAL           *
      *                     ENDPROC (LOAD-BALANCE-ACTION)             *
      *********************-END PSEUDOCODE-****************************

       400-LOAD-BALANCE-ACTION.

           PERFORM 410-CLASSIFY-ACTION.
           IF NOT-BALANCE-ACTION
              GO TO 400-LOAD-BALANCE-ACTION-EXIT
           END-IF.

           SET NOT-IN-WINDOW TO TRUE.
           IF WINDOW-BY-SEQ AND CHK-SEQ > 0
              IF CHK-SEQ > PREV-SNAP-SEQ
                 AND CHK-SEQ NOT > CUR-SNAP-SEQ
                 SET IN-WINDOW TO TRUE
              END-IF
           ELSE
              MOVE CHK-DATE TO REC-DATE
              MOVE CHK-TIME TO REC-TIME
              IF RECORD-STAMP > PREV-SNAP-STAMP
                 AND RECORD-STAMP NOT > CUR-SNAP-STAMP
                 SET IN-WINDOW TO TRUE
              END-IF
           END-IF.
           IF NOT-IN-WINDOW
              GO TO 400-LOAD-BALANCE-ACTION-EXIT
           END-IF.

           ADD 1 TO BALANCE-ACTIONS.
           MOVE CHK-ACCT TO FIND-ACCT.
           PERFORM 420-FIND-BALANCE-ENTRY.
           IF BAT-HIT = 0
              PERFORM 430-ADD-BALANCE-ENTRY
           END-IF.
           ADD CHK-AMOUNT TO BAT-TOTAL(BAT-HIT).
           ADD 1 TO BAT-ACTIONS(BAT-HIT).

       400-LOAD-BALANCE-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CLASSIFY-ACTION)                    *
      *                    1. AR UPDATES, LOCKBOX PAYMENTS,           *
      *                          REVERSALS, FINANCE CHARGES,          *
      *                          WRITE-OFFS AND MERGE BALANCE         *
      *                          TRANSFERS MOVE THE MASTER BALANCE    *
      *                          BY THEIR AMOUNT                      *
      *                    1. CUSTOMER MAINTENANCE CARRIES THE WHOLE  *
      *                          BALANCE, NOT A CHANGE - ITS BEFORE/  *
      *                          AFTER IMAGES ACCOUNT FOR IT          *
      *                     ENDPROC (CLASSIFY-ACTION)                 *
      *********************-END PSEUDOCODE-****************************

       410-CLASSIFY-ACTION.

           EVALUATE CHK-ACTION
              WHEN "UPDATE ACCOUNTS RECEIVBL"
              WHEN "POST LOCKBOX PAYMENT"
              WHEN "REVERSE AR UPDATE"
              WHEN "ASSESS FINANCE CHARGE"
              WHEN "WRITE OFF BAD DEBT"
              WHEN "MERGE BALANCE OUT"
              WHEN "MERGE BALANCE IN"
              WHEN "MERGE BALANCE BACKED OUT"
                 SET BALANCE-ACTION TO TRUE
              WHEN OTHER
                 SET NOT-BALANCE-ACTION TO TRUE
           END-EVALUATE.

       410-CLASSIFY-ACTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-BALANCE-ENTRY)                 *
      *                    1. SCAN THE BALANCE TABLE FOR FIND-ACCT,   *
      *                          LEAVING ITS SUBSCRIPT IN BAT-HIT     *
      *                          (ZERO IF NOT THERE)                  *
      *                     ENDPROC (FIND-BALANCE-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       420-FIND-BALANCE-ENTRY.

           MOVE 0 TO BAT-HIT.
           PERFORM 425-CHECK-BALANCE-ENTRY
              VARYING BAT-IDX FROM 1 BY 1
              UNTIL BAT-IDX > BAT-COUNT OR BAT-HIT > 0.

       420-FIND-BALANCE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-BALANCE-ENTRY)                *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-BALANCE-ENTRY)             *
      *********************-END PSEUDOCODE-****************************

       425-CHECK-BALANCE-ENTRY.

           IF BAT-ACCT(BAT-IDX) = FIND-ACCT
              MOVE BAT-IDX TO BAT-HIT
           END-IF.

       425-CHECK-BALANCE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-BALANCE-ENTRY)                  *
      *                    1. ADD FIND-ACCT TO THE BALANCE TABLE      *
      *                    1. A FULL TABLE WOULD LEAVE CHANGES        *
      *                          WRONGLY UNEXPLAINED - STOP           *
      *                     ENDPROC (ADD-BALANCE-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       430-ADD-BALANCE-ENTRY.

           IF BAT-COUNT NOT < BAT-MAX
              MOVE "BALANCE TABLE FULL - RAISE BAT-MAX AND RERUN"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE DIFF-FILE
              CLOSE UNEXPLAINED-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO BAT-COUNT.
           MOVE BAT-COUNT TO BAT-HIT.
           MOVE FIND-ACCT TO BAT-ACCT(BAT-HIT).
           MOVE 0 TO BAT-TOTAL(BAT-HIT).
           MOVE 0 TO BAT-ACTIONS(BAT-HIT).

       430-ADD-BALANCE-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COMPARE-SNAPSHOTS)                  *
      *                    1. OPEN BOTH SNAPSHOTS AND PASS THEIR      *
      *                          HEADERS                              *
      *                    1. MATCH THEM ACCOUNT BY ACCOUNT UNTIL     *
      *                          BOTH ARE SPENT                       *
      *                     ENDPROC (COMPARE-SNAPSHOTS)               *
      *********************-END PSEUDOCODE-****************************

       500-COMPARE-SNAPSHOTS.

           OPEN INPUT PREVIOUS-SNAP-FILE.
           OPEN INPUT CURRENT-SNAP-FILE.
           READ PREVIOUS-SNAP-FILE
              AT END MOVE "10" TO PREVIOUS-STATUS
           END-READ.
           READ CURRENT-SNAP-FILE
              AT END MOVE "10" TO CURRENT-STATUS
           END-READ.

           PERFORM 510-READ-PREVIOUS.
           PERFORM 520-READ-CURRENT.
           PERFORM 530-COMPARE-ACCOUNT
              UNTIL PREV-KEY = HIGH-VALUES AND CUR-KEY = HIGH-VALUES.

           CLOSE PREVIOUS-SNAP-FILE.
           CLOSE CURRENT-SNAP-FILE.

       500-COMPARE-SNAPSHOTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-PREVIOUS)                      *
      *                    1. READ LAST NIGHT'S NEXT ACCOUNT; ITS     *
      *                          TRAILER OR END OF FILE SPENDS IT     *
      *                     ENDPROC (READ-PREVIOUS)                   *
      *********************-END PSEUDOCODE-****************************

       510-READ-PREVIOUS.

           READ PREVIOUS-SNAP-FILE
              AT END MOVE "10" TO PREVIOUS-STATUS
           END-READ.
           IF PREVIOUS-STATUS = "00" AND PRV-DETAIL
              MOVE PRV-ACCT TO PREV-KEY
           ELSE
              MOVE HIGH-VALUES TO PREV-KEY
           END-IF.

       510-READ-PREVIOUS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-CURRENT)                       *
      *                    1. READ TONIGHT'S NEXT ACCOUNT; ITS        *
      *                          TRAILER OR END OF FILE SPENDS IT     *
      *                     ENDPROC (READ-CURRENT)                    *
      *********************-END PSEUDOCODE-****************************

       520-READ-CURRENT.

           READ CURRENT-SNAP-FILE
              AT END MOVE "10" TO CURRENT-STATUS
           END-READ.
           IF CURRENT-STATUS = "00" AND SNP-DETAIL
              MOVE SNP-ACCT TO CUR-KEY
           ELSE
              MOVE HIGH-VALUES TO CUR-KEY
           END-IF.

       520-READ-CURRENT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COMPARE-ACCOUNT)                    *
      *                    1. AN ACCOUNT ONLY LAST NIGHT WAS DROPPED  *
      *                    1. AN ACCOUNT ONLY TONIGHT WAS ADDED       *
      *                    1. AN ACCOUNT ON BOTH IS COMPARED FIELD BY *
      *                          FIELD                                *
      *                    1. ADVANCE WHICHEVER SNAPSHOTS WERE USED   *
      *                     ENDPROC (COMPARE-ACCOUNT)                 *
      *********************-END PSEUDOCODE-****************************

       530-COMPARE-ACCOUNT.

           EVALUATE TRUE
              WHEN PREV-KEY < CUR-KEY
                 PERFORM 540-REPORT-DROPPED
                 PERFORM 510-READ-PREVIOUS
              WHEN PREV-KEY > CUR-KEY
                 PERFORM 550-REPORT-ADDED
                 PERFORM 520-READ-CURRENT
              WHEN OTHER
                 PERFORM 560-COMPARE-FIELDS
                 PERFORM 510-READ-PREVIOUS
                 PERFORM 520-READ-CURRENT
           END-EVALUATE.

       530-COMPARE-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-DROPPED)                     *
      *                    1. NO PROGRAM DELETES FROM THE MASTER -    *
      *                          A DROPPED ACCOUNT IS NEVER EXPLAINED *
      *                     ENDPROC (REPORT-DROPPED)                  *
      *********************-END PSEUDOCODE-****************************

       540-REPORT-DROPPED.

           ADD 1 TO DROPPED-COUNT.
           MOVE PRV-ACCT TO DIFF-ACCT.
           MOVE "DROPPED" TO DIFF-FIELD.
           MOVE PRV-NAME TO DIFF-OLD.
           MOVE SPACES TO DIFF-NEW.
           MOVE SPACES TO EXPLAIN-TEXT.
           PERFORM 800-WRITE-DIFFERENCE.

       540-REPORT-DROPPED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REPORT-ADDED)                       *
      *                    1. AN AFTER IMAGE FOR THE ACCOUNT IN THE   *
      *                          WINDOW EXPLAINS IT                   *
      *                     ENDPROC (REPORT-ADDED)                    *
      *********************-END PSEUDOCODE-****************************

       550-REPORT-ADDED.

           ADD 1 TO ADDED-COUNT.
           MOVE SNP-ACCT TO DIFF-ACCT.
           MOVE "ADDED" TO DIFF-FIELD.
           MOVE SPACES TO DIFF-OLD.
           MOVE SNP-NAME TO DIFF-NEW.
           MOVE SNP-ACCT TO FIND-ACCT.
           PERFORM 320-FIND-MAINT-ENTRY.
           MOVE SPACES TO EXPLAIN-TEXT.
           IF MAT-HIT > 0
              IF MAT-AFTER-SEEN(MAT-HIT)
                 PERFORM 610-EXPLAIN-BY-MAINT
              END-IF
           END-IF.
           PERFORM 800-WRITE-DIFFERENCE.

       550-REPORT-ADDED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COMPARE-FIELDS)                     *
      *                    1. LOOK THE ACCOUNT UP IN BOTH TABLES      *
      *                    1. A CHANGED NAME, ADDRESS, CITY, STATE OR *
      *                          ZIP IS EXPLAINED BY A LAST AFTER     *
      *                          IMAGE CARRYING THE NEW VALUE         *
      *                    1. A CHANGED BALANCE IS EXPLAINED BY THE   *
      *                          BALANCE ACTIONS, THE BEFORE/AFTER    *
      *                          IMAGES, OR THE TWO TOGETHER          *
      *                     ENDPROC (COMPARE-FIELDS)                  *
      *********************-END PSEUDOCODE-****************************

       560-COMPARE-FIELDS.

           SET ACCOUNT-UNCHANGED TO TRUE.
           MOVE SNP-ACCT TO FIND-ACCT.
           PERFORM 320-FIND-MAINT-ENTRY.
           IF MAT-HIT > 0
              IF NOT MAT-AFTER-SEEN(MAT-HIT)
                 MOVE 0 TO MAT-HIT
              END-IF
           END-IF.
           PERFORM 420-FIND-BALANCE-ENTRY.
           MOVE SNP-ACCT TO DIFF-ACCT.

           IF PRV-NAME NOT = SNP-NAME
              MOVE "NAME" TO DIFF-FIELD
              MOVE PRV-NAME TO DIFF-OLD
              MOVE SNP-NAME TO DIFF-NEW
              MOVE SPACES TO EXPLAIN-TEXT
              IF MAT-HIT > 0
                 IF MAT-NAME(MAT-HIT) = SNP-NAME
                    PERFORM 610-EXPLAIN-BY-MAINT
                 END-IF
              END-IF
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           IF PRV-ADDR NOT = SNP-ADDR
              MOVE "ADDRESS" TO DIFF-FIELD
              MOVE PRV-ADDR TO DIFF-OLD
              MOVE SNP-ADDR TO DIFF-NEW
              MOVE SPACES TO EXPLAIN-TEXT
              IF MAT-HIT > 0
                 IF MAT-ADDR(MAT-HIT) = SNP-ADDR
                    PERFORM 610-EXPLAIN-BY-MAINT
                 END-IF
              END-IF
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           IF PRV-CITY NOT = SNP-CITY
              MOVE "CITY" TO DIFF-FIELD
              MOVE PRV-CITY TO DIFF-OLD
              MOVE SNP-CITY TO DIFF-NEW
              MOVE SPACES TO EXPLAIN-TEXT
              IF MAT-HIT > 0
                 IF MAT-CITY(MAT-HIT) = SNP-CITY
                    PERFORM 610-EXPLAIN-BY-MAINT
                 END-IF
              END-IF
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           IF PRV-STAT NOT = SNP-STAT
              MOVE "STATE" TO DIFF-FIELD
              MOVE PRV-STAT TO DIFF-OLD
              MOVE SNP-STAT TO DIFF-NEW
              MOVE SPACES TO EXPLAIN-TEXT
              IF MAT-HIT > 0
                 IF MAT-STAT(MAT-HIT) = SNP-STAT
                    PERFORM 610-EXPLAIN-BY-MAINT
                 END-IF
              END-IF
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           IF PRV-ZIP NOT = SNP-ZIP
              MOVE "ZIP" TO DIFF-FIELD
              MOVE PRV-ZIP TO DIFF-OLD
              MOVE SNP-ZIP TO DIFF-NEW
              MOVE SPACES TO EXPLAIN-TEXT
              IF MAT-HIT > 0
                 IF MAT-ZIP(MAT-HIT) = SNP-ZIP
                    PERFORM 610-EXPLAIN-BY-MAINT
                 END-IF
              END-IF
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           COMPUTE PREV-BAL-NUM = FUNCTION NUMVAL(PRV-BAL).
           COMPUTE CUR-BAL-NUM = FUNCTION NUMVAL(SNP-BAL).
           COMPUTE BAL-DELTA = CUR-BAL-NUM - PREV-BAL-NUM.
           IF BAL-DELTA NOT = 0
              MOVE "BALANCE" TO DIFF-FIELD
              MOVE PREV-BAL-NUM TO BAL-EDIT
              MOVE BAL-EDIT TO DIFF-OLD
              MOVE CUR-BAL-NUM TO BAL-EDIT
              MOVE BAL-EDIT TO DIFF-NEW
              PERFORM 620-EXPLAIN-BALANCE
              PERFORM 800-WRITE-DIFFERENCE
           END-IF.

           IF ACCOUNT-CHANGED
              ADD 1 TO CHANGED-COUNT
           END-IF.

       560-COMPARE-FIELDS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (EXPLAIN-BY-MAINT)                   *
      *                    1. THE DIFFERENCE IS EXPLAINED BY THE      *
      *                          ACCOUNT'S LAST AFTER IMAGE - NAME    *
      *                          ITS OPERATOR                         *
      *                     ENDPROC (EXPLAIN-BY-MAINT)                *
      *********************-END PSEUDOCODE-****************************

       610-EXPLAIN-BY-MAINT.

           MOVE SPACES TO EXPLAIN-TEXT.
           STRING "CUSTMAUD " MAT-OPER(MAT-HIT)
              DELIMITED BY SIZE INTO EXPLAIN-TEXT.

       610-EXPLAIN-BY-MAINT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (EXPLAIN-BALANCE)                    *
      *                    1. THE BALANCE ACTIONS IN THE WINDOW       *
      *                          ACCOUNT FOR THE CHANGE, OR           *
      *                    1. THE BEFORE/AFTER IMAGES DO, OR          *
      *                    1. THE TWO TOGETHER DO                     *
      *                    1. OTHERWISE IT IS UNEXPLAINED             *
      *                     ENDPROC (EXPLAIN-BALANCE)                 *
      *********************-END PSEUDOCODE-****************************

       620-EXPLAIN-BALANCE.

           MOVE SPACES TO EXPLAIN-TEXT.
           MOVE 0 TO AUDIT-DELTA.
           MOVE 0 TO MAINT-DELTA.
           IF BAT-HIT > 0
              MOVE BAT-TOTAL(BAT-HIT) TO AUDIT-DELTA
           END-IF.
           IF MAT-HIT > 0
              MOVE MAT-DELTA(MAT-HIT) TO MAINT-DELTA
           END-IF.
           COMPUTE BOTH-DELTA = AUDIT-DELTA + MAINT-DELTA.

           EVALUATE TRUE
              WHEN BAT-HIT > 0 AND AUDIT-DELTA = BAL-DELTA
                 MOVE "AUDIT TRAIL" TO EXPLAIN-TEXT
              WHEN MAT-HIT > 0 AND MAINT-DELTA = BAL-DELTA
                 PERFORM 610-EXPLAIN-BY-MAINT
              WHEN BAT-HIT > 0 AND MAT-HIT > 0
                 AND BOTH-DELTA = BAL-DELTA
                 MOVE "CUSTMAUD + AUDIT TRAIL" TO EXPLAIN-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       620-EXPLAIN-BALANCE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-TOTALS)                       *
      *                    1. PRINT THE COMPARISON TOTALS ON BOTH     *
      *                          REPORTS                              *
      *                     ENDPROC (PRINT-TOTALS)                    *
      *********************-END PSEUDOCODE-****************************

       700-PRINT-TOTALS.

           MOVE SPACES TO DIFF-RECORD.
           WRITE DIFF-RECORD.
           MOVE SPACES TO UNEXPLAINED-RECORD.
           WRITE UNEXPLAINED-RECORD.

           MOVE "ACCOUNTS IN PREVIOUS SNAPSHOT" TO DTT-TEXT.
           MOVE PREV-ACCOUNTS TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "ACCOUNTS IN CURRENT SNAPSHOT" TO DTT-TEXT.
           MOVE CUR-ACCOUNTS TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "CUSTMAUD IMAGES IN THE WINDOW" TO DTT-TEXT.
           MOVE MAINT-IMAGES TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "BALANCE ACTIONS IN THE WINDOW" TO DTT-TEXT.
           MOVE BALANCE-ACTIONS TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "ACCOUNTS ADDED" TO DTT-TEXT.
           MOVE ADDED-COUNT TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "ACCOUNTS DROPPED" TO DTT-TEXT.
           MOVE DROPPED-COUNT TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "ACCOUNTS CHANGED" TO DTT-TEXT.
           MOVE CHANGED-COUNT TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "DIFFERENCES EXPLAINED" TO DTT-TEXT.
           MOVE EXPLAINED-COUNT TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.
           MOVE "DIFFERENCES UNEXPLAINED" TO DTT-TEXT.
           MOVE UNEXPLAINED-COUNT TO DTT-COUNT.
           PERFORM 710-WRITE-TOTAL.

           IF WINDOW-BY-TIME
              MOVE "AUDIT RECORDS WINDOWED BY DATE AND TIME - A "
                 TO MESSAGE-TEXT
              MOVE "SNAPSHOT CARRIES NO AUDIT SEQUENCE NUMBER"
                 TO MESSAGE-TEXT(45:)
              WRITE DIFF-RECORD FROM MESSAGE-TEXT
              WRITE UNEXPLAINED-RECORD FROM MESSAGE-TEXT
           END-IF.

       700-PRINT-TOTALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-TOTAL)                        *
      *                    1. WRITE THE TOTAL LINE TO BOTH REPORTS    *
      *                     ENDPROC (WRITE-TOTAL)                     *
      *********************-END PSEUDOCODE-****************************

       710-WRITE-TOTAL.

           WRITE DIFF-RECORD FROM DIFF-TOTAL-LINE.
           WRITE UNEXPLAINED-RECORD FROM DIFF-TOTAL-LINE.

       710-WRITE-TOTAL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DIFFERENCE)                   *
      *                    1. WRITE THE DIFFERENCE TO SNAPDIFF        *
      *                    1. AN UNEXPLAINED ONE ALSO GOES ON         *
      *                          SNAPUNEX FOR THE CONTROLLER          *
      *                     ENDPROC (WRITE-DIFFERENCE)                *
      *********************-END PSEUDOCODE-****************************

       800-WRITE-DIFFERENCE.

           SET ACCOUNT-CHANGED TO TRUE.
           MOVE DIFF-ACCT TO DFL-ACCT.
           MOVE DIFF-FIELD TO DFL-FIELD.
           MOVE DIFF-OLD TO DFL-OLD.
           MOVE DIFF-NEW TO DFL-NEW.

           IF EXPLAIN-TEXT = SPACES
              MOVE "** UNEXPLAINED **" TO DFL-EXPLAIN
              WRITE DIFF-RECORD FROM DIFF-DETAIL-LINE
              WRITE UNEXPLAINED-RECORD FROM DIFF-DETAIL-LINE
              ADD 1 TO UNEXPLAINED-COUNT
           ELSE
              MOVE EXPLAIN-TEXT TO DFL-EXPLAIN
              WRITE DIFF-RECORD FROM DIFF-DETAIL-LINE
              ADD 1 TO EXPLAINED-COUNT
           END-IF.

       800-WRITE-DIFFERENCE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-MESSAGE)                      *
      *                    1. PUT THE MESSAGE ON BOTH REPORTS AND THE *
      *                          LOG                                  *
      *                     ENDPROC (WRITE-MESSAGE)                   *
      *********************-END PSEUDOCODE-****************************

       900-WRITE-MESSAGE.

           WRITE DIFF-RECORD FROM MESSAGE-TEXT.
           WRITE UNEXPLAINED-RECORD FROM MESSAGE-TEXT.
           DISPLAY "CUSTCOMP - " MESSAGE-TEXT.
           MOVE SPACES TO MESSAGE-TEXT.

       900-WRITE-MESSAGE-EXIT.

           EXIT.

           END PROGRAM CUSTCOMP.
