      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = AUDVERFY.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Audit trail verification.  Every program that      *
      *            writes the audit trail numbers its records from    *
      *            one running sequence and chains a check value      *
      *            from each record to the next (see UUBAUDIT), and   *
      *            keeps the chain head and a control record per day  *
      *            on the audit control file ("AUDCTL" - see          *
      *            UUBACTL).  This program gathers every sequenced    *
      *            record from the flat trail ("AUDITTRL") and the    *
      *            account activity history ("AUDHIST") AUDARCH has   *
      *            swept closed days into, sorts them back into       *
      *            sequence, and walks the chain, reporting to        *
      *            AUDVRPT:                                           *
      *                                                               *
      *            1. SEQUENCE GAPS - NUMBERS ISSUED BUT NO LONGER    *
      *               ON EITHER FILE (A DELETED RECORD).              *
      *            2. A SEQUENCE NUMBER HELD BY TWO DIFFERENT         *
      *               RECORDS.  THE SAME RECORD ON BOTH FILES IS A    *
      *               SWEEP THAT DIED BEFORE THE TRAIL WAS REWRITTEN  *
      *               AND IS ONLY COUNTED.                            *
      *            3. RECORDS OUT OF SEQUENCE ON THE FLAT TRAIL.      *
      *            4. BROKEN CHAINS - A RECORD WHOSE CHECK VALUE      *
      *               DOES NOT FOLLOW FROM THE ONE BEFORE IT (AN      *
      *               ALTERED OR INSERTED RECORD).                    *
      *            5. DAYS WHOSE RECORD COUNT, FIRST OR LAST          *
      *               SEQUENCE NUMBER OR LAST CHECK VALUE DISAGREE    *
      *               WITH THEIR CONTROL RECORD, OR THAT HAVE NO      *
      *               CONTROL RECORD AT ALL.                          *
      *            6. A CHAIN HEAD THAT DISAGREES WITH THE LAST       *
      *               RECORD FOUND (RECORDS CUT OFF THE END).         *
      *            7. UNSEQUENCED RECORDS DATED AFTER THE FIRST DAY   *
      *               THE CONTROL FILE HAS, OR CARRYING SEQUENCE      *
      *               ZERO ON THE FLAT TRAIL - WRITTEN WHILE THE      *
      *               CONTROL FILE COULD NOT BE OPENED, OR PUT ON THE *
      *               TRAIL BY HAND.  OLDER UNSEQUENCED RECORDS, FROM *
      *               BEFORE THE SEQUENCING BEGAN, ARE ONLY COUNTED.  *
      *                                                               *
      *            The program ends with RETURN-CODE 8 on any finding *
      *            so the night schedule can hold the AUDARCH sweep,  *
      *            leaving the evidence where it was found.           *
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
         PROGRAM-ID. AUDVERFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT WORK-FILE ASSIGN TO "AUDVWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "AUDVSORT".
           SELECT SORTED-FILE ASSIGN TO "AUDVSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  AUDIT-FILE     The flat audit trail - read into AUDIT-RECORD *
      *                 in working storage, which the chain walk      *
      *                 also uses long after this file is closed.     *
      *****************************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  TRAIL-RECORD             PIC X(100).

      *****************************************************************
      *  HISTORY-FILE   The indexed account activity history - the    *
      *                 closed days AUDARCH has swept off the trail.  *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  AUDIT-CONTROL-FILE  The chain head and the day control       *
      *                 records, loaded into CONTROL-TABLE.           *
      *****************************************************************
       FD  AUDIT-CONTROL-FILE.
           COPY UUBACTL.

      *****************************************************************
      *  WORK-FILE      Every sequenced audit record from either      *
      *                 file, as a flat trail image, awaiting the     *
      *                 SORT.                                         *
      *****************************************************************
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD.
           05 WK-SEQ               PIC 9(9).
           05 WK-SOURCE            PIC X(1).
           05 WK-IMAGE             PIC X(100).

      *****************************************************************
      *  SORT-WORK      SORT work file - orders WORK-FILE by audit    *
      *                 sequence number.                              *
      *****************************************************************
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-SEQ              PIC 9(9).
           05 SRT-SOURCE           PIC X(1).
           05 SRT-IMAGE            PIC X(100).

      *****************************************************************
      *  SORTED-FILE    WORK-FILE after sorting, walked in sequence   *
      *                 to check the chain.  SRD-SOURCE is T for the  *
      *                 flat trail, H for the history.                *
      *****************************************************************
       FD  SORTED-FILE
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           05 SRD-SEQ              PIC 9(9).
           05 SRD-SOURCE           PIC X(1).
           05 SRD-IMAGE            PIC X(100).

      *****************************************************************
      *  VERIFY-REPORT-FILE  The findings and the control checks.     *
      *****************************************************************
       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  VERIFY-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  AUDIT-RECORD      The audit record being looked at - read    *
      *                    from the trail, rebuilt from a history     *
      *                    record, or taken back from the sorted file *
      *****************************************************************
           COPY UUBAUDIT.

      *****************************************************************
      *  AUDIT-STATUS      FILE STATUS for AUDIT-FILE                 *
      *  HISTORY-STATUS    FILE STATUS for HISTORY-FILE               *
      *  AUDCTL-STATUS     FILE STATUS for AUDIT-CONTROL-FILE         *
      *  SORTED-STATUS     FILE STATUS for SORTED-FILE                *
      *  TODAY-DATE        Today (CCYYMMDD), for the report title     *
      *****************************************************************
       01  AUDIT-STATUS        PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  AUDCTL-STATUS       PIC XX.
       01  SORTED-STATUS       PIC XX.
       01  TODAY-DATE          PIC 9(8).

      *****************************************************************
      *  CONTROL-TABLE     One entry per day - the day's control      *
      *                    record (CTL-ON-FILE 'Y') and what the      *
      *                    chain walk actually found for that date.   *
      *                    A date found on the trail with no control  *
      *                    record is added with CTL-ON-FILE 'N'.      *
      *  CTL-COUNT         Entries in use                             *
      *  CTL-MAX           Table capacity (ten years of days)         *
      *  CTL-IDX           Subscript                                  *
      *  CTL-HIT           Entry found by the day lookup, or zero     *
      *  FIRST-CONTROL-DATE  Earliest day on the control file - an    *
      *                    unsequenced record after it is a finding   *
      *  HEAD-LAST-SEQ     Chain head - last sequence number issued   *
      *  HEAD-COUNT        Chain head - records ever sequenced        *
      *  HEAD-LAST-CHECK   Chain head - last check value issued       *
      *  CONTROL-SW        'Y' once the control file has been read,   *
      *                    'M' when there is no control file          *
      *****************************************************************
       01  CONTROL-TABLE.
           05 CTL-ENTRY            OCCURS 3700 TIMES.
              10 CTL-DATE          PIC 9(8).
              10 CTL-ON-FILE       PIC X(1).
              10 CTL-FIRST-SEQ     PIC 9(9).
              10 CTL-LAST-SEQ      PIC 9(9).
              10 CTL-RECORDS       PIC 9(9).
              10 CTL-LAST-CHECK    PIC 9(9).
              10 CTL-SEEN-FIRST    PIC 9(9).
              10 CTL-SEEN-LAST     PIC 9(9).
              10 CTL-SEEN-COUNT    PIC 9(9).
              10 CTL-SEEN-CHECK    PIC 9(9).
       77  CTL-COUNT           PIC S9(4) COMP-5 VALUE 0.
       77  CTL-MAX             PIC S9(4) COMP-5 VALUE 3700.
       77  CTL-IDX             PIC S9(4) COMP-5.
       77  CTL-HIT             PIC S9(4) COMP-5 VALUE 0.
       01  FIRST-CONTROL-DATE  PIC 9(8)  VALUE 0.
       01  HEAD-LAST-SEQ       PIC 9(9)  VALUE 0.
       01  HEAD-COUNT          PIC 9(9)  VALUE 0.
       01  HEAD-LAST-CHECK     PIC 9(9)  VALUE 0.
       01  CONTROL-SW          PIC X(1)  VALUE "N".
           88 CONTROL-LOADED             VALUE "Y".
           88 CONTROL-MISSING            VALUE "M".

      *****************************************************************
      *  EXPECT-SEQ        The sequence number the walk expects next  *
      *  PREV-SEQ          The last sequence number walked            *
      *  PREV-IMAGE        The last record walked, to tell a re-swept *
      *                    duplicate from a different record          *
      *  LAST-TRAIL-SEQ    The last sequence number read from the     *
      *                    flat trail, for the out-of-order check     *
      *  MISSING-THRU      Last sequence number of a gap              *
      *  CHAIN-VALUE       The check value being chained              *
      *  CHAIN-WORK        Work field for the chaining arithmetic     *
      *  CHAIN-QUOT        Quotient the chaining DIVIDE discards      *
      *  CHAIN-IDX         Byte of AUD-CHAINED being chained          *
      *****************************************************************
       01  EXPECT-SEQ          PIC 9(9)  VALUE 1.
       01  PREV-SEQ            PIC 9(9)  VALUE 0.
       01  PREV-IMAGE          PIC X(100) VALUE SPACES.
       01  LAST-TRAIL-SEQ      PIC 9(9)  VALUE 0.
       01  MISSING-THRU        PIC 9(9).
       77  CHAIN-VALUE         PIC 9(9)  COMP-5 VALUE 0.
       77  CHAIN-WORK          PIC 9(18) COMP-5.
       77  CHAIN-QUOT          PIC 9(18) COMP-5.
       77  CHAIN-IDX           PIC 9(4)  COMP-5.

      *****************************************************************
      *  TRAIL-READ        Records read from the flat trail           *
      *  HISTORY-READ      Records read from the history              *
      *  SEQUENCED-FOUND   Distinct sequenced records walked          *
      *  LEGACY-COUNT      Unsequenced records from before the        *
      *                    sequencing began                           *
      *  RESWEPT-COUNT     Records found on both files (a sweep that  *
      *                    died before the trail was rewritten)       *
      *  MISSING-COUNT     Sequence numbers found on neither file     *
      *  FINDING-COUNT     Findings reported                          *
      *  LAST-CHECK-FOUND  Check value of the last record walked      *
      *****************************************************************
       77  TRAIL-READ          PIC S9(9) COMP-5 VALUE 0.
       77  HISTORY-READ        PIC S9(9) COMP-5 VALUE 0.
       77  SEQUENCED-FOUND     PIC S9(9) COMP-5 VALUE 0.
       77  LEGACY-COUNT        PIC S9(9) COMP-5 VALUE 0.
       77  RESWEPT-COUNT       PIC S9(9) COMP-5 VALUE 0.
       77  MISSING-COUNT       PIC S9(9) COMP-5 VALUE 0.
       77  FINDING-COUNT       PIC S9(9) COMP-5 VALUE 0.
       01  LAST-CHECK-FOUND    PIC 9(9)  VALUE 0.

      *****************************************************************
      *  COMPARE-EXPECTED  Control figure for a check line            *
      *  COMPARE-ACTUAL    Figure the walk found                      *
      *  LIST-PASSES-SW    'Y' to print a check line that passes too  *
      *                    (the chain head) - a day is printed only   *
      *                    when it fails                              *
      *****************************************************************
       01  COMPARE-EXPECTED    PIC 9(9).
       01  COMPARE-ACTUAL      PIC 9(9).
       01  LIST-PASSES-SW      PIC X(1)  VALUE "N".
           88 LIST-PASSES                VALUE "Y".
           88 LIST-FAILURES              VALUE "N".

       01  EOF-SW              PIC X(1)  VALUE "N".
           88 EOF                        VALUE "Y".
           88 NOT-EOF                    VALUE "N".

       01  TITLE-LINE.
           05 FILLER           PIC X(38) VALUE
                                  "AUDIT TRAIL VERIFICATION - RUN ".
           05 TTL-DATE         PIC 9(8).

       01  FINDING-HEADING.
           05 FILLER           PIC X(25) VALUE "FINDING".
           05 FILLER           PIC X(10) VALUE " SEQUENCE".
           05 FILLER           PIC X(9)  VALUE "DATE".
           05 FILLER           PIC X(17) VALUE "ACCOUNT".
           05 FILLER           PIC X(19) VALUE "DETAIL".

       01  FINDING-LINE.
           05 FND-TEXT         PIC X(24).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FND-SEQ          PIC Z(8)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FND-DATE         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FND-ACCT         PIC X(16).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FND-DTL-TEXT     PIC X(8).
           05 FND-DTL-NUM      PIC Z(8)9 BLANK WHEN ZERO.

       01  CHECK-LINE.
           05 CHK-DESC         PIC X(40).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CHK-EXPECTED     PIC Z(8)9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHK-ACTUAL       PIC Z(8)9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHK-RESULT       PIC X(4).

       01  RESULT-LINE.
           05 FILLER           PIC X(28) VALUE
                                  "VERIFICATION RESULT . . . . ".
           05 RSL-TEXT         PIC X(8).

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. LOAD THE CHAIN HEAD AND THE DAY CONTROL *
      *                          RECORDS                              *
      *                    1. SPOOL EVERY SEQUENCED RECORD FROM THE   *
      *                          FLAT TRAIL AND THE HISTORY, CHECKING *
      *                          TRAIL ORDER AND UNSEQUENCED RECORDS  *
      *                    1. SORT BY SEQUENCE NUMBER AND WALK THE    *
      *                          CHAIN                                *
      *                    1. CHECK EACH DAY AND THE CHAIN HEAD       *
      *                          AGAINST WHAT WAS FOUND               *
      *                    1. END WITH RETURN-CODE 8 ON ANY FINDING   *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE TODAY-DATE TO TTL-DATE.
           WRITE VERIFY-REPORT-RECORD FROM TITLE-LINE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD FROM FINDING-HEADING.

      *******   THE CHAIN HEAD AND THE DAY CONTROL RECORDS
           PERFORM 200-LOAD-AUDIT-CONTROL.

      *******   GATHER THE SEQUENCED RECORDS FROM BOTH FILES
           OPEN OUTPUT WORK-FILE.
           PERFORM 300-SPOOL-AUDIT-TRAIL.
           PERFORM 350-SPOOL-HISTORY.
           CLOSE WORK-FILE.

      *******   PUT THEM BACK INTO SEQUENCE AND WALK THE CHAIN
           SORT SORT-WORK
              ON ASCENDING KEY SRT-SEQ
              USING WORK-FILE
              GIVING SORTED-FILE.

           PERFORM 500-WALK-CHAIN.

      *******   SEQUENCED RECORDS WITH NO CONTROL FILE TO PROVE THEM
      *******     AGAINST - THE CONTROL FILE HAS BEEN LOST OR REMOVED
           IF CONTROL-MISSING AND SEQUENCED-FOUND > 0
              MOVE SPACES TO FINDING-LINE
              MOVE "NO AUDIT CONTROL FILE" TO FND-TEXT
              MOVE "RECORDS" TO FND-DTL-TEXT
              MOVE SEQUENCED-FOUND TO FND-DTL-NUM
              PERFORM 800-WRITE-FINDING
           END-IF.

      *******   EACH DAY, THEN THE CHAIN HEAD, AGAINST THE WALK
           IF CONTROL-LOADED
              MOVE SPACES TO VERIFY-REPORT-RECORD
              WRITE VERIFY-REPORT-RECORD
              SET LIST-FAILURES TO TRUE
              PERFORM 600-CHECK-DAY-TOTALS
                 VARYING CTL-IDX FROM 1 BY 1
                 UNTIL CTL-IDX > CTL-COUNT
              PERFORM 650-CHECK-CHAIN-HEAD
           END-IF.

      *******   WRITE THE OVERALL RESULT AND SET THE RETURN CODE
      *******     THE NIGHT SCHEDULE HOLDS THE AUDARCH SWEEP ON
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           IF FINDING-COUNT > 0
              MOVE "FAILED" TO RSL-TEXT
              WRITE VERIFY-REPORT-RECORD FROM RESULT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE "VERIFIED" TO RSL-TEXT
              WRITE VERIFY-REPORT-RECORD FROM RESULT-LINE
           END-IF.

           CLOSE VERIFY-REPORT-FILE.

           IF FINDING-COUNT > 0
              DISPLAY "AUDVERFY - AUDIT TRAIL VERIFICATION FAILED - "
                      "SEE AUDVRPT - HOLD THE AUDARCH SWEEP"
           ELSE
              DISPLAY "AUDVERFY - AUDIT TRAIL VERIFIED"
           END-IF.
           DISPLAY "  TRAIL RECORDS READ . . . . . . . . : "
                   TRAIL-READ.
           DISPLAY "  HISTORY RECORDS READ . . . . . . . : "
                   HISTORY-READ.
           DISPLAY "  SEQUENCED RECORDS WALKED . . . . . : "
                   SEQUENCED-FOUND.
           DISPLAY "  UNSEQUENCED (BEFORE SEQUENCING). . : "
                   LEGACY-COUNT.
           DISPLAY "  ON BOTH TRAIL AND HISTORY. . . . . : "
                   RESWEPT-COUNT.
           DISPLAY "  SEQUENCE NUMBERS MISSING . . . . . : "
                   MISSING-COUNT.
           DISPLAY "  FINDINGS . . . . . . . . . . . . . : "
                   FINDING-COUNT.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-AUDIT-CONTROL)                 *
      *                    1. READ THE AUDIT CONTROL FILE - THE CHAIN *
      *                          HEAD (DATE ZERO) TO THE HEAD FIELDS, *
      *                          EVERY DAY RECORD TO THE TABLE        *
      *                    1. NO CONTROL FILE IS NOTED; ONE THAT IS   *
      *                          THERE BUT CANNOT BE READ IS A        *
      *                          FINDING                              *
      *                     ENDPROC (LOAD-AUDIT-CONTROL)              *
      *********************-END PSEUDOCODE-****************************

       200-LOAD-AUDIT-CONTROL.

           OPEN INPUT AUDIT-CONTROL-FILE.

           IF AUDCTL-STATUS = "35"
              SET CONTROL-MISSING TO TRUE
           ELSE
              IF AUDCTL-STATUS NOT = "00"
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CANNOT READ AUDCTL" TO FND-TEXT
                 STRING "FILE STATUS " AUDCTL-STATUS
                    DELIMITED BY SIZE INTO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              ELSE
                 SET CONTROL-LOADED TO TRUE
                 PERFORM 210-LOAD-CONTROL-ENTRY
                    THRU 210-LOAD-CONTROL-ENTRY-EXIT
                    UNTIL AUDCTL-STATUS NOT = "00"
                 CLOSE AUDIT-CONTROL-FILE
              END-IF
           END-IF.

       200-LOAD-AUDIT-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CONTROL-ENTRY)                 *
      *                    1. READ THE NEXT CONTROL RECORD            *
      *                    1. THE CHAIN HEAD GOES TO THE HEAD FIELDS, *
      *                          A DAY RECORD TO THE TABLE            *
      *                     ENDPROC (LOAD-CONTROL-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       210-LOAD-CONTROL-ENTRY.

           READ AUDIT-CONTROL-FILE
              AT END MOVE "10" TO AUDCTL-STATUS
           END-READ.
           IF AUDCTL-STATUS NOT = "00"
              GO TO 210-LOAD-CONTROL-ENTRY-EXIT
           END-IF.

           IF ACL-DATE = 0
              MOVE ACL-LAST-SEQ TO HEAD-LAST-SEQ
              MOVE ACL-COUNT TO HEAD-COUNT
              MOVE ACL-LAST-CHECK TO HEAD-LAST-CHECK
              GO TO 210-LOAD-CONTROL-ENTRY-EXIT
           END-IF.

           IF CTL-COUNT NOT < CTL-MAX
              DISPLAY "AUDVERFY - MORE THAN " CTL-MAX
                      " DAYS ON THE AUDIT CONTROL FILE - "
                      "VERIFICATION NOT RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE FILE IS READ IN DATE ORDER - THE FIRST DAY RECORD
      *******     IS THE DAY THE SEQUENCING BEGAN
           IF FIRST-CONTROL-DATE = 0
              MOVE ACL-DATE TO FIRST-CONTROL-DATE
           END-IF.

           ADD 1 TO CTL-COUNT.
           MOVE ACL-DATE TO CTL-DATE(CTL-COUNT).
           MOVE "Y" TO CTL-ON-FILE(CTL-COUNT).
           MOVE ACL-FIRST-SEQ TO CTL-FIRST-SEQ(CTL-COUNT).
           MOVE ACL-LAST-SEQ TO CTL-LAST-SEQ(CTL-COUNT).
           MOVE ACL-COUNT TO CTL-RECORDS(CTL-COUNT).
           MOVE ACL-LAST-CHECK TO CTL-LAST-CHECK(CTL-COUNT).
           MOVE 0 TO CTL-SEEN-FIRST(CTL-COUNT).
           MOVE 0 TO CTL-SEEN-LAST(CTL-COUNT).
           MOVE 0 TO CTL-SEEN-COUNT(CTL-COUNT).
           MOVE 0 TO CTL-SEEN-CHECK(CTL-COUNT).

       210-LOAD-CONTROL-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-AUDIT-TRAIL)                  *
      *                    1. READ THE FLAT TRAIL - NO TRAIL MEANS    *
      *                          EVERYTHING HAS BEEN SWEPT; ONE THAT  *
      *                          CANNOT BE READ TO THE END IS A       *
      *                          FINDING                              *
      *                    1. SPOOL EACH SEQUENCED RECORD, CHECKING   *
      *                          IT FOLLOWS THE ONE BEFORE IT         *
      *                     ENDPROC (SPOOL-AUDIT-TRAIL)               *
      *********************-END PSEUDOCODE-****************************

       300-SPOOL-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
              PERFORM 310-SPOOL-TRAIL-RECORD
                 THRU 310-SPOOL-TRAIL-RECORD-EXIT
                 UNTIL AUDIT-STATUS NOT = "00"
              IF AUDIT-STATUS NOT = "10"
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CANNOT READ AUDITTRL" TO FND-TEXT
                 STRING "FILE STATUS " AUDIT-STATUS
                    DELIMITED BY SIZE INTO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
              CLOSE AUDIT-FILE
           ELSE
              IF AUDIT-STATUS NOT = "35"
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CANNOT READ AUDITTRL" TO FND-TEXT
                 STRING "FILE STATUS " AUDIT-STATUS
                    DELIMITED BY SIZE INTO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
           END-IF.

       300-SPOOL-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-TRAIL-RECORD)                 *
      *                    1. READ THE NEXT TRAIL RECORD              *
      *                    1. SEQUENCE ZERO IS A FINDING; NO SEQUENCE *
      *                          AT ALL IS CHECKED AGAINST THE DAY    *
      *                          THE SEQUENCING BEGAN                 *
      *                    1. A SEQUENCE NUMBER BELOW THE ONE BEFORE  *
      *                          IT IS OUT OF ORDER                   *
      *                    1. SPOOL THE RECORD FOR THE SORT           *
      *                     ENDPROC (SPOOL-TRAIL-RECORD)              *
      *********************-END PSEUDOCODE-****************************

       310-SPOOL-TRAIL-RECORD.

           READ AUDIT-FILE INTO AUDIT-RECORD
              AT END MOVE "10" TO AUDIT-STATUS
           END-READ.
           IF AUDIT-STATUS NOT = "00"
              GO TO 310-SPOOL-TRAIL-RECORD-EXIT
           END-IF.

           ADD 1 TO TRAIL-READ.

      *******   A RECORD OLDER THAN THE SEQUENCING HAS NO NUMBER AT
      *******     ALL; ZERO MEANS IT WAS WRITTEN WITHOUT THE CONTROL
      *******     FILE, WHICH IS ALWAYS A FINDING
           IF AUD-SEQ NOT NUMERIC
              PERFORM 380-CHECK-UNSEQUENCED
              GO TO 310-SPOOL-TRAIL-RECORD-EXIT
           END-IF.

           IF AUD-SEQ = 0
              MOVE SPACES TO FINDING-LINE
              MOVE "UNSEQUENCED RECORD" TO FND-TEXT
              MOVE 0 TO FND-SEQ
              MOVE AUD-DATE TO FND-DATE
              MOVE AUD-ACCT TO FND-ACCT
              MOVE "ON TRAIL" TO FND-DTL-TEXT
              PERFORM 800-WRITE-FINDING
              GO TO 310-SPOOL-TRAIL-RECORD-EXIT
           END-IF.

           IF AUD-SEQ < LAST-TRAIL-SEQ
              MOVE SPACES TO FINDING-LINE
              MOVE "OUT OF ORDER ON TRAIL" TO FND-TEXT
              MOVE AUD-SEQ TO FND-SEQ
              MOVE AUD-DATE TO FND-DATE
              MOVE AUD-ACCT TO FND-ACCT
              MOVE "AFTER" TO FND-DTL-TEXT
              MOVE LAST-TRAIL-SEQ TO FND-DTL-NUM
              PERFORM 800-WRITE-FINDING
           ELSE
              MOVE AUD-SEQ TO LAST-TRAIL-SEQ
           END-IF.

           MOVE "T" TO WK-SOURCE.
           PERFORM 390-WRITE-WORK-RECORD.

       310-SPOOL-TRAIL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-HISTORY)                      *
      *                    1. READ THE HISTORY - NO HISTORY MEANS     *
      *                          NOTHING HAS BEEN SWEPT YET; ONE THAT *
      *                          CANNOT BE READ TO THE END IS A       *
      *                          FINDING                              *
      *                    1. SPOOL EACH SEQUENCED RECORD             *
      *                     ENDPROC (SPOOL-HISTORY)                   *
      *********************-END PSEUDOCODE-****************************

       350-SPOOL-HISTORY.

           OPEN INPUT HISTORY-FILE.

           IF HISTORY-STATUS = "00"
              PERFORM 360-SPOOL-HISTORY-RECORD
                 THRU 360-SPOOL-HISTORY-RECORD-EXIT
                 UNTIL HISTORY-STATUS NOT = "00"
              IF HISTORY-STATUS NOT = "10"
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CANNOT READ AUDHIST" TO FND-TEXT
                 STRING "FILE STATUS " HISTORY-STATUS
                    DELIMITED BY SIZE INTO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
              CLOSE HISTORY-FILE
           ELSE
              IF HISTORY-STATUS NOT = "35"
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CANNOT READ AUDHIST" TO FND-TEXT
                 STRING "FILE STATUS " HISTORY-STATUS
                    DELIMITED BY SIZE INTO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
           END-IF.

       350-SPOOL-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-HISTORY-RECORD)               *
      *                    1. READ THE NEXT HISTORY RECORD AND        *
      *                          REBUILD THE TRAIL RECORD IT WAS      *
      *                          SWEPT FROM                           *
      *                    1. SEQUENCE ZERO IS CHECKED AGAINST THE    *
      *                          DAY THE SEQUENCING BEGAN             *
      *                    1. SPOOL THE RECORD FOR THE SORT           *
      *                     ENDPROC (SPOOL-HISTORY-RECORD)            *
      *********************-END PSEUDOCODE-****************************

       360-SPOOL-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
           END-READ.
           IF HISTORY-STATUS NOT = "00"
              GO TO 360-SPOOL-HISTORY-RECORD-EXIT
           END-IF.

           ADD 1 TO HISTORY-READ.

      *******   THE TRAIL RECORD AS AUDARCH FOUND IT - THE FILLERS
      *******     WERE SPACES
           MOVE SPACES TO AUDIT-RECORD.
           MOVE HIS-DATE TO AUD-DATE.
           MOVE HIS-TIME TO AUD-TIME.
           MOVE HIS-ACCT TO AUD-ACCT.
           MOVE HIS-OPER TO AUD-OPER.
           MOVE HIS-ACTION TO AUD-ACTION.
           MOVE HIS-BAL TO AUD-BAL.
           MOVE HIS-SEQ TO AUD-SEQ.
           MOVE HIS-CHECK TO AUD-CHECK.

      *******   AUDARCH ARCHIVES ANY UNSEQUENCED RECORD AS ZERO
           IF HIS-SEQ = 0
              PERFORM 380-CHECK-UNSEQUENCED
              GO TO 360-SPOOL-HISTORY-RECORD-EXIT
           END-IF.

           MOVE "H" TO WK-SOURCE.
           PERFORM 390-WRITE-WORK-RECORD.

       360-SPOOL-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-UNSEQUENCED)                  *
      *                    1. AN UNSEQUENCED RECORD DATED AFTER THE   *
      *                          FIRST DAY ON THE CONTROL FILE IS A   *
      *                          FINDING; ONE FROM BEFORE THE         *
      *                          SEQUENCING BEGAN IS ONLY COUNTED     *
      *                     ENDPROC (CHECK-UNSEQUENCED)               *
      *********************-END PSEUDOCODE-****************************

       380-CHECK-UNSEQUENCED.

           IF FIRST-CONTROL-DATE > 0
              AND AUD-DATE > FIRST-CONTROL-DATE
              MOVE SPACES TO FINDING-LINE
              MOVE "UNSEQUENCED RECORD" TO FND-TEXT
              MOVE 0 TO FND-SEQ
              MOVE AUD-DATE TO FND-DATE
              MOVE AUD-ACCT TO FND-ACCT
              PERFORM 800-WRITE-FINDING
           ELSE
              ADD 1 TO LEGACY-COUNT
           END-IF.

       380-CHECK-UNSEQUENCED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-WORK-RECORD)                  *
      *                    1. SPOOL THE AUDIT RECORD, KEYED ON ITS    *
      *                          SEQUENCE NUMBER, FOR THE SORT        *
      *                     ENDPROC (WRITE-WORK-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       390-WRITE-WORK-RECORD.

           MOVE AUD-SEQ TO WK-SEQ.
           MOVE AUDIT-RECORD TO WK-IMAGE.
           WRITE WORK-RECORD.

       390-WRITE-WORK-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WALK-CHAIN)                         *
      *                    1. CHECK EACH SORTED RECORD IN TURN        *
      *                     ENDPROC (WALK-CHAIN)                      *
      *********************-END PSEUDOCODE-****************************

       500-WALK-CHAIN.

           OPEN INPUT SORTED-FILE.
           IF SORTED-STATUS = "00"
              PERFORM 510-CHECK-NEXT-RECORD
                 THRU 510-CHECK-NEXT-RECORD-EXIT
                 UNTIL SORTED-STATUS NOT = "00"
              CLOSE SORTED-FILE
           END-IF.

       500-WALK-CHAIN-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-NEXT-RECORD)                  *
      *                    1. READ THE NEXT RECORD IN SEQUENCE        *
      *                    1. THE SAME NUMBER AGAIN IS A RE-SWEPT     *
      *                          RECORD IF IDENTICAL, OTHERWISE A     *
      *                          DUPLICATE SEQUENCE NUMBER            *
      *                    1. A NUMBER PAST THE ONE EXPECTED IS A     *
      *                          GAP - THE CHECK VALUE CANNOT BE      *
      *                          PROVED ACROSS IT                     *
      *                    1. OTHERWISE RECOMPUTE THE CHECK VALUE     *
      *                          FROM THE RECORD BEFORE - A MISMATCH  *
      *                          IS A BROKEN CHAIN                    *
      *                    1. PICK THE CHAIN UP FROM THE STORED CHECK *
      *                          VALUE AND COUNT THE RECORD TO ITS    *
      *                          DAY                                  *
      *                     ENDPROC (CHECK-NEXT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       510-CHECK-NEXT-RECORD.

           READ SORTED-FILE
              AT END MOVE "10" TO SORTED-STATUS
           END-READ.
           IF SORTED-STATUS NOT = "00"
              GO TO 510-CHECK-NEXT-RECORD-EXIT
           END-IF.

           MOVE SRD-IMAGE TO AUDIT-RECORD.

           IF SRD-SEQ = PREV-SEQ
              IF SRD-IMAGE = PREV-IMAGE
                 ADD 1 TO RESWEPT-COUNT
              ELSE
                 MOVE SPACES TO FINDING-LINE
                 MOVE "DUPLICATE SEQUENCE" TO FND-TEXT
                 MOVE SRD-SEQ TO FND-SEQ
                 MOVE AUD-DATE TO FND-DATE
                 MOVE AUD-ACCT TO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
              GO TO 510-CHECK-NEXT-RECORD-EXIT
           END-IF.

           IF SRD-SEQ > EXPECT-SEQ
              SUBTRACT 1 FROM SRD-SEQ GIVING MISSING-THRU
              COMPUTE MISSING-COUNT = MISSING-COUNT
                                    + SRD-SEQ - EXPECT-SEQ
              MOVE SPACES TO FINDING-LINE
              MOVE "SEQUENCE GAP" TO FND-TEXT
              MOVE EXPECT-SEQ TO FND-SEQ
              MOVE "THROUGH" TO FND-DTL-TEXT
              MOVE MISSING-THRU TO FND-DTL-NUM
              PERFORM 800-WRITE-FINDING
           ELSE
              PERFORM 520-CHAIN-AUDIT-BYTE
                 VARYING CHAIN-IDX FROM 1 BY 1
                 UNTIL CHAIN-IDX > LENGTH OF AUD-CHAINED
              IF AUD-CHECK NOT NUMERIC
                 OR AUD-CHECK NOT = CHAIN-VALUE
                 MOVE SPACES TO FINDING-LINE
                 MOVE "CHAIN BROKEN" TO FND-TEXT
                 MOVE SRD-SEQ TO FND-SEQ
                 MOVE AUD-DATE TO FND-DATE
                 MOVE AUD-ACCT TO FND-ACCT
                 PERFORM 800-WRITE-FINDING
              END-IF
           END-IF.

      *******   CARRY ON FROM THE CHECK VALUE THE RECORD HOLDS, SO ONE
      *******     BAD RECORD IS REPORTED ONCE, NOT FOR THE REST OF
      *******     THE CHAIN
           IF AUD-CHECK NUMERIC
              MOVE AUD-CHECK TO CHAIN-VALUE
           ELSE
              MOVE 0 TO CHAIN-VALUE
           END-IF.
           MOVE CHAIN-VALUE TO LAST-CHECK-FOUND.
           MOVE SRD-SEQ TO PREV-SEQ.
           MOVE SRD-IMAGE TO PREV-IMAGE.
           ADD 1 TO SRD-SEQ GIVING EXPECT-SEQ.
           ADD 1 TO SEQUENCED-FOUND.

           PERFORM 530-COUNT-DAY.

       510-CHECK-NEXT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHAIN-AUDIT-BYTE)                   *
      *                    1. FOLD THE NEXT BYTE OF THE RECORD INTO   *
      *                          THE CHECK VALUE (SEE UUBAUDIT)       *
      *                     ENDPROC (CHAIN-AUDIT-BYTE)                *
      *********************-END PSEUDOCODE-****************************

       520-CHAIN-AUDIT-BYTE.

           COMPUTE CHAIN-WORK = CHAIN-VALUE * 31
                 + FUNCTION ORD(AUD-CHAINED(CHAIN-IDX:1)).
           DIVIDE CHAIN-WORK BY 999999937
              GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.

       520-CHAIN-AUDIT-BYTE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-DAY)                          *
      *                    1. FIND THE RECORD'S DAY IN THE TABLE,     *
      *                          ADDING IT IF THE CONTROL FILE HAS    *
      *                          NO RECORD FOR IT                     *
      *                    1. COUNT THE RECORD AND NOTE ITS SEQUENCE  *
      *                          NUMBER AND CHECK VALUE               *
      *                     ENDPROC (COUNT-DAY)                       *
      *********************-END PSEUDOCODE-****************************

       530-COUNT-DAY.

      *******   RECORDS RUN IN DAYS - TRY THE LAST DAY FOUND FIRST
           IF CTL-HIT > 0
              IF CTL-DATE(CTL-HIT) NOT = AUD-DATE
                 MOVE 0 TO CTL-HIT
              END-IF
           END-IF.

           IF CTL-HIT = 0
              PERFORM 540-CHECK-DAY-ENTRY
                 VARYING CTL-IDX FROM 1 BY 1
                 UNTIL CTL-IDX > CTL-COUNT OR CTL-HIT > 0
           END-IF.

           IF CTL-HIT = 0
              IF CTL-COUNT NOT < CTL-MAX
                 DISPLAY "AUDVERFY - MORE THAN " CTL-MAX
                         " AUDIT DAYS - VERIFICATION NOT COMPLETED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CTL-COUNT
              MOVE CTL-COUNT TO CTL-HIT
              MOVE AUD-DATE TO CTL-DATE(CTL-HIT)
              MOVE "N" TO CTL-ON-FILE(CTL-HIT)
              MOVE 0 TO CTL-FIRST-SEQ(CTL-HIT)
              MOVE 0 TO CTL-LAST-SEQ(CTL-HIT)
              MOVE 0 TO CTL-RECORDS(CTL-HIT)
              MOVE 0 TO CTL-LAST-CHECK(CTL-HIT)
              MOVE 0 TO CTL-SEEN-FIRST(CTL-HIT)
              MOVE 0 TO CTL-SEEN-LAST(CTL-HIT)
              MOVE 0 TO CTL-SEEN-COUNT(CTL-HIT)
              MOVE 0 TO CTL-SEEN-CHECK(CTL-HIT)
           END-IF.

      *******   THE WALK IS IN SEQUENCE, SO THE FIRST RECORD COUNTED
      *******     IS THE DAY'S FIRST AND THE LATEST IS ITS LAST
           IF CTL-SEEN-COUNT(CTL-HIT) = 0
              MOVE SRD-SEQ TO CTL-SEEN-FIRST(CTL-HIT)
           END-IF.
           ADD 1 TO CTL-SEEN-COUNT(CTL-HIT).
           MOVE SRD-SEQ TO CTL-SEEN-LAST(CTL-HIT).
           MOVE CHAIN-VALUE TO CTL-SEEN-CHECK(CTL-HIT).

       530-COUNT-DAY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-DAY-ENTRY)                    *
      *                    1. FLAG THE TABLE ENTRY FOR THE RECORD'S   *
      *                          DAY                                  *
      *                     ENDPROC (CHECK-DAY-ENTRY)                 *
      *********************-END PSEUDOCODE-****************************

       540-CHECK-DAY-ENTRY.

           IF CTL-DATE(CTL-IDX) = AUD-DATE
              MOVE CTL-IDX TO CTL-HIT
           END-IF.

       540-CHECK-DAY-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-DAY-TOTALS)                   *
      *                    1. A DAY WITH RECORDS BUT NO CONTROL       *
      *                          RECORD IS A FINDING                  *
      *                    1. OTHERWISE THE COUNT, FIRST AND LAST     *
      *                          SEQUENCE NUMBERS AND LAST CHECK      *
      *                          VALUE FOUND MUST MATCH THE DAY'S     *
      *                          CONTROL RECORD                       *
      *                     ENDPROC (CHECK-DAY-TOTALS)                *
      *********************-END PSEUDOCODE-****************************

       600-CHECK-DAY-TOTALS.

           IF CTL-ON-FILE(CTL-IDX) = "N"
              MOVE SPACES TO FINDING-LINE
              MOVE "NO DAY CONTROL RECORD" TO FND-TEXT
              MOVE CTL-SEEN-FIRST(CTL-IDX) TO FND-SEQ
              MOVE CTL-DATE(CTL-IDX) TO FND-DATE
              MOVE "RECORDS" TO FND-DTL-TEXT
              MOVE CTL-SEEN-COUNT(CTL-IDX) TO FND-DTL-NUM
              PERFORM 800-WRITE-FINDING
           ELSE
              MOVE SPACES TO CHK-DESC
              STRING "DAY " CTL-DATE(CTL-IDX) " RECORD COUNT"
                 DELIMITED BY SIZE INTO CHK-DESC
              MOVE CTL-RECORDS(CTL-IDX) TO COMPARE-EXPECTED
              MOVE CTL-SEEN-COUNT(CTL-IDX) TO COMPARE-ACTUAL
              PERFORM 820-COMPARE-TOTAL

              MOVE SPACES TO CHK-DESC
              STRING "DAY " CTL-DATE(CTL-IDX) " FIRST SEQUENCE"
                 DELIMITED BY SIZE INTO CHK-DESC
              MOVE CTL-FIRST-SEQ(CTL-IDX) TO COMPARE-EXPECTED
              MOVE CTL-SEEN-FIRST(CTL-IDX) TO COMPARE-ACTUAL
              PERFORM 820-COMPARE-TOTAL

              MOVE SPACES TO CHK-DESC
              STRING "DAY " CTL-DATE(CTL-IDX) " LAST SEQUENCE"
                 DELIMITED BY SIZE INTO CHK-DESC
              MOVE CTL-LAST-SEQ(CTL-IDX) TO COMPARE-EXPECTED
              MOVE CTL-SEEN-LAST(CTL-IDX) TO COMPARE-ACTUAL
              PERFORM 820-COMPARE-TOTAL

              MOVE SPACES TO CHK-DESC
              STRING "DAY " CTL-DATE(CTL-IDX) " LAST CHECK VALUE"
                 DELIMITED BY SIZE INTO CHK-DESC
              MOVE CTL-LAST-CHECK(CTL-IDX) TO COMPARE-EXPECTED
              MOVE CTL-SEEN-CHECK(CTL-IDX) TO COMPARE-ACTUAL
              PERFORM 820-COMPARE-TOTAL
           END-IF.

       600-CHECK-DAY-TOTALS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CHAIN-HEAD)                   *
      *                    1. THE LAST SEQUENCE NUMBER AND CHECK      *
      *                          VALUE ISSUED, AND THE COUNT EVER     *
      *                          SEQUENCED, MUST MATCH THE WALK -     *
      *                          RECORDS CUT OFF THE END OF THE       *
      *                          TRAIL LEAVE NO GAP TO FIND           *
      *                     ENDPROC (CHECK-CHAIN-HEAD)                *
      *********************-END PSEUDOCODE-****************************

       650-CHECK-CHAIN-HEAD.

           SET LIST-PASSES TO TRUE.

           MOVE "CHAIN HEAD LAST SEQUENCE ISSUED" TO CHK-DESC.
           MOVE HEAD-LAST-SEQ TO COMPARE-EXPECTED.
           MOVE PREV-SEQ TO COMPARE-ACTUAL.
           PERFORM 820-COMPARE-TOTAL.

           MOVE "CHAIN HEAD LAST CHECK VALUE" TO CHK-DESC.
           MOVE HEAD-LAST-CHECK TO COMPARE-EXPECTED.
           MOVE LAST-CHECK-FOUND TO COMPARE-ACTUAL.
           PERFORM 820-COMPARE-TOTAL.

           MOVE "CHAIN HEAD RECORDS SEQUENCED" TO CHK-DESC.
           MOVE HEAD-COUNT TO COMPARE-EXPECTED.
           MOVE SEQUENCED-FOUND TO COMPARE-ACTUAL.
           PERFORM 820-COMPARE-TOTAL.

       650-CHECK-CHAIN-HEAD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-FINDING)                      *
      *                    1. PRINT THE FINDING LINE AND COUNT IT     *
      *                     ENDPROC (WRITE-FINDING)                   *
      *********************-END PSEUDOCODE-****************************

       800-WRITE-FINDING.

           WRITE VERIFY-REPORT-RECORD FROM FINDING-LINE.
           ADD 1 TO FINDING-COUNT.

       800-WRITE-FINDING-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COMPARE-TOTAL)                      *
      *                    1. PASS OR FAIL THE FIGURE FOUND AGAINST   *
      *                          THE CONTROL FIGURE; A FAILURE IS A   *
      *                          FINDING                              *
      *                    1. PRINT THE CHECK LINE IF IT FAILED, OR   *
      *                          IF PASSES ARE BEING LISTED           *
      *                     ENDPROC (COMPARE-TOTAL)                   *
      *********************-END PSEUDOCODE-****************************

       820-COMPARE-TOTAL.

           MOVE COMPARE-EXPECTED TO CHK-EXPECTED.
           MOVE COMPARE-ACTUAL TO CHK-ACTUAL.
           IF COMPARE-EXPECTED = COMPARE-ACTUAL
              MOVE "PASS" TO CHK-RESULT
              IF LIST-PASSES
                 WRITE VERIFY-REPORT-RECORD FROM CHECK-LINE
              END-IF
           ELSE
              MOVE "FAIL" TO CHK-RESULT
              WRITE VERIFY-REPORT-RECORD FROM CHECK-LINE
              ADD 1 TO FINDING-COUNT
           END-IF.

       820-COMPARE-TOTAL-EXIT.

           EXIT.

           END PROGRAM AUDVERFY.
