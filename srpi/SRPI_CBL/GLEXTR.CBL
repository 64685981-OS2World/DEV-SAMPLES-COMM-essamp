      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = GLEXTR.CBL                                      *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = General ledger journal extract.  Run after         *
      *            RECONCIL has passed, this program summarises the   *
      *            day's balance actions on the audit trail           *
      *            ("AUDITTRL") into a balanced debit/credit journal  *
      *            ("GLJRNL") for GLSEND to transmit to head office,  *
      *            so the nightly AR movement no longer has to be     *
      *            re-keyed into the GL from the control totals.      *
      *                                                               *
      *            THE DAY JOURNALED IS THE AR RUN DATE ON THE AR     *
      *            SUMMARY ("ARSUMRY").  NO SUMMARY, OR ONE FROM AN   *
      *            INTERRUPTED RUN, MEANS A PARTIAL DAY - NO JOURNAL  *
      *            IS PRODUCED.                                       *
      *                                                               *
      *            EACH AUDIT ACTION JOURNALED IS POSTED TO THE GL    *
      *            ACCOUNTS GIVEN FOR IT ON THE STANDING ACTION-TO-   *
      *            ACCOUNT MAPPING TABLE ("GLMAP"): A POSITIVE        *
      *            AMOUNT (THE CUSTOMER OWES MORE) DEBITS THE         *
      *            ACTION'S DEBIT ACCOUNT AND CREDITS ITS CREDIT      *
      *            ACCOUNT; A NEGATIVE AMOUNT POSTS THE OTHER WAY     *
      *            ROUND.  "UPDATE ACCOUNTS RECEIVBL", "POST LOCKBOX  *
      *            PAYMENT", AND "REVERSE AR UPDATE" MUST BE ON THE   *
      *            TABLE; ANY OTHER BALANCE ACTION PUT ON THE TABLE   *
      *            IS JOURNALED THE SAME WAY.  ACTIONS NOT ON THE     *
      *            TABLE (CUSTOMER MAINTENANCE) DO NOT MOVE MONEY     *
      *            AND ARE IGNORED.                                   *
      *                                                               *
      *            THE JOURNAL IS ONE HEADER, ITS LINES, AND ONE      *
      *            TRAILER, WITH THE LINE COUNT AND DEBIT AND CREDIT  *
      *            TOTALS ON BOTH HEADER AND TRAILER.  IF THE DEBITS  *
      *            AND CREDITS DO NOT BALANCE (A MAPPING WITH A       *
      *            BLANK ACCOUNT), OR THE AUDIT TRAIL CANNOT BE READ  *
      *            TO THE END, NO JOURNAL IS PRODUCED.  WHEN NO       *
      *            JOURNAL IS PRODUCED THE JOURNAL FILE IS LEFT       *
      *            EMPTY, SO YESTERDAY'S CAN NOT BE SENT AGAIN, AND   *
      *            THE PROGRAM ENDS WITH RETURN-CODE 8 SO THE NIGHT   *
      *            SCHEDULE HOLDS THE GLSEND TRANSMIT.                *
      *                                                               *
      * INPUT:   AR SUMMARY ("ARSUMRY"), AUDIT TRAIL ("AUDITTRL"),    *
      *          GL MAPPING TABLE ("GLMAP") - ONE RECORD PER          *
      *          ACTION: ACTION TEXT, DEBIT GL ACCOUNT, CREDIT GL     *
      *          ACCOUNT.                                             *
      *                                                               *
      * OUTPUT:  THE DAY'S GL JOURNAL ("GLJRNL").                     *
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
         PROGRAM-ID. GLEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-SUMMARY-FILE ASSIGN TO "ARSUMRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  AR-SUMMARY-FILE  Tonight's control totals from BSAMPL - the  *
      *                   run date is the day journaled.              *
      *****************************************************************
       FD  AR-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY UUBARSUM.

      *****************************************************************
      *  AUDIT-FILE       The audit trail - its balance actions for   *
      *                   the day journaled are summarised.           *
      *****************************************************************
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY UUBAUDIT.

      *****************************************************************
      *  GL-MAP-FILE      The standing action-to-account mapping      *
      *                   table, one record per journaled audit       *
      *                   action, maintained by hand with finance.    *
      *****************************************************************
       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05 GLM-ACTION           PIC X(25).
           05 FILLER               PIC X(1).
           05 GLM-DEBIT-ACCT       PIC X(10).
           05 FILLER               PIC X(1).
           05 GLM-CREDIT-ACCT      PIC X(10).

      *****************************************************************
      *  GL-JOURNAL-FILE  The day's GL journal - rewritten every run, *
      *                   left empty when no journal is produced.     *
      *****************************************************************
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY UUBGLJRN.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  SUMMARY-STATUS     FILE STATUS for AR-SUMMARY-FILE           *
      *  AUDIT-STATUS       FILE STATUS for AUDIT-FILE                *
      *  GL-MAP-STATUS      FILE STATUS for GL-MAP-FILE               *
      *  GL-JOURNAL-STATUS  FILE STATUS for GL-JOURNAL-FILE           *
      *  JOURNAL-DATE       The business day journaled (ARS-DATE)     *
      *****************************************************************
       01  SUMMARY-STATUS      PIC XX.
           88 SUMMARY-FOUND          VALUE "00".
       01  AUDIT-STATUS        PIC XX.
       01  GL-MAP-STATUS       PIC XX.
       01  GL-JOURNAL-STATUS   PIC XX.
       01  JOURNAL-DATE        PIC 9(8)  VALUE 0.

      *****************************************************************
      *  MAP-TABLE          The mapping table, with the day's totals  *
      *                       for each action gathered against it    *
      *  MAP-ACTION         The audit action                          *
      *  MAP-DEBIT-ACCT     GL account debited by a positive amount   *
      *  MAP-CREDIT-ACCT    GL account credited by a positive amount  *
      *  MAP-POS-TOTAL / MAP-POS-ITEMS                                *
      *                     The day's positive amounts and how many   *
      *  MAP-NEG-TOTAL / MAP-NEG-ITEMS                                *
      *                     The day's negative amounts and how many   *
      *  MAP-COUNT          Actions on the table                      *
      *  MAP-MAX            Capacity of the table                     *
      *  MAP-IDX            Working subscript                         *
      *  MAP-HIT            Subscript of FIND-ACTION's entry, or zero *
      *  FIND-ACTION        The action being looked up                *
      *****************************************************************
       01  MAP-TABLE.
           05 MAP-ENTRY        OCCURS 20 TIMES.
              10 MAP-ACTION      PIC X(25).
              10 MAP-DEBIT-ACCT  PIC X(10).
              10 MAP-CREDIT-ACCT PIC X(10).
              10 MAP-POS-TOTAL   PIC S9(11) COMP-5.
              10 MAP-POS-ITEMS   PIC S9(9)  COMP-5.
              10 MAP-NEG-TOTAL   PIC S9(11) COMP-5.
              10 MAP-NEG-ITEMS   PIC S9(9)  COMP-5.
       77  MAP-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  MAP-MAX             PIC 9(4)  COMP-5  VALUE 20.
       01  MAP-IDX             PIC 9(4)  COMP-5.
       01  MAP-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACTION         PIC X(25).

      *****************************************************************
      *  LINE-TABLE         The journal lines, built in storage so    *
      *                       the balance can be proved before any   *
      *                       journal is written                     *
      *  LIN-COUNT          Lines built                               *
      *  LIN-MAX            Capacity - four lines per mapped action   *
      *  LIN-IDX            Working subscript                         *
      *  POST-ACCT / POST-DC / POST-AMOUNT / POST-ITEMS               *
      *                     The line being added                      *
      *****************************************************************
       01  LINE-TABLE.
           05 LIN-ENTRY        OCCURS 80 TIMES.
              10 LIN-GL-ACCT     PIC X(10).
              10 LIN-DC          PIC X(1).
              10 LIN-AMOUNT      PIC S9(11) COMP-5.
              10 LIN-ACTION      PIC X(25).
              10 LIN-ITEMS       PIC S9(9)  COMP-5.
       77  LIN-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  LIN-MAX             PIC 9(4)  COMP-5  VALUE 80.
       01  LIN-IDX             PIC 9(4)  COMP-5.
       01  POST-ACCT           PIC X(10).
       01  POST-DC             PIC X(1).
       01  POST-AMOUNT         PIC S9(11) COMP-5.
       01  POST-ITEMS          PIC S9(9)  COMP-5.

      *****************************************************************
      *  DEBIT-TOTAL        Total of the debit lines                  *
      *  CREDIT-TOTAL       Total of the credit lines                 *
      *  ITEM-COUNT         Audit records journaled                   *
      *  AUD-BAL-NUM        AUD-BAL converted back to a number        *
      *  REFUSE-REASON      Why no journal was produced               *
      *****************************************************************
       77  DEBIT-TOTAL         PIC S9(11) COMP-5 VALUE 0.
       77  CREDIT-TOTAL        PIC S9(11) COMP-5 VALUE 0.
       77  ITEM-COUNT          PIC S9(9)  COMP-5 VALUE 0.
       77  AUD-BAL-NUM         PIC S9(9).
       01  REFUSE-REASON       PIC X(60) VALUE SPACES.

       01  UNBALANCED-SW       PIC X(1)  VALUE "N".
           88 UNBALANCED                 VALUE "Y".
           88 BALANCED                   VALUE "N".

       01  EOF-SW              PIC X(1)  VALUE "N".
           88 EOF                        VALUE "Y".
           88 NOT-EOF                    VALUE "N".

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. READ TONIGHT'S AR SUMMARY; NO SUMMARY   *
      *                          OR AN INTERRUPTED RUN REFUSES THE    *
      *                          JOURNAL                              *
      *                    1. LOAD THE MAPPING TABLE; THE THREE AR    *
      *                          ACTIONS MUST ALL BE MAPPED           *
      *                    1. TOTAL THE DAY'S MAPPED AUDIT ACTIONS    *
      *                    1. BUILD THE DEBIT AND CREDIT LINES        *
      *                    1. REFUSE THE JOURNAL IF IT DOES NOT       *
      *                          BALANCE                              *
      *                    1. WRITE HEADER, LINES, AND TRAILER        *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE DAY TO JOURNAL, FROM A COMPLETE AR RUN ONLY
           PERFORM 140-GET-AR-SUMMARY.

      *******   THE STANDING ACTION-TO-ACCOUNT MAPPING
           PERFORM 150-LOAD-GL-MAP.
           PERFORM 170-CHECK-REQUIRED-MAPS.

      *******   TOTAL THE DAY'S ACTIONS AGAINST THE TABLE
           PERFORM 200-TOTAL-AUDIT-TRAIL.

      *******   BUILD THE JOURNAL LINES AND PROVE THEY BALANCE
           PERFORM 300-BUILD-ACTION-LINES
              VARYING MAP-IDX FROM 1 BY 1
              UNTIL MAP-IDX > MAP-COUNT.

           IF UNBALANCED OR DEBIT-TOTAL NOT = CREDIT-TOTAL
              MOVE "DEBITS AND CREDITS DO NOT BALANCE" TO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

      *******   THE JOURNAL BALANCES - WRITE IT
           PERFORM 500-WRITE-JOURNAL.

           DISPLAY "GLEXTR - GL JOURNAL WRITTEN FOR " JOURNAL-DATE.
           DISPLAY "  AUDIT RECORDS JOURNALED. . . . . . : " ITEM-COUNT.
           DISPLAY "  JOURNAL LINES. . . . . . . . . . . : " LIN-COUNT.
           DISPLAY "  TOTAL DEBITS . . . . . . . . . . . : "
                   DEBIT-TOTAL.
           DISPLAY "  TOTAL CREDITS. . . . . . . . . . . : "
                   CREDIT-TOTAL.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (GET-AR-SUMMARY)                     *
      *                    1. READ THE ONE-RECORD AR SUMMARY THE      *
      *                          WAY DUNNING DOES                     *
      *                    1. A MISSING OR EMPTY SUMMARY, OR ONE      *
      *                          FROM AN INTERRUPTED RUN, REFUSES     *
      *                          THE JOURNAL                          *
      *                     ENDPROC (GET-AR-SUMMARY)                  *
      *********************-END PSEUDOCODE-****************************

       140-GET-AR-SUMMARY.

           OPEN INPUT AR-SUMMARY-FILE.

           IF NOT SUMMARY-FOUND
              MOVE "NO AR SUMMARY FILE - RUN BSAMPL FIRST"
                   TO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

           READ AR-SUMMARY-FILE
              AT END
                 MOVE "AR SUMMARY FILE IS EMPTY - RUN BSAMPL FIRST"
                      TO REFUSE-REASON
                 CLOSE AR-SUMMARY-FILE
                 PERFORM 900-REFUSE-JOURNAL
           END-READ.
           CLOSE AR-SUMMARY-FILE.

      *******   AN INTERRUPTED BSAMPL RUN IS A PARTIAL DAY - ITS
      *******     MOVEMENT MUST NOT REACH THE LEDGER AS FINAL
           IF ARS-INTERRUPTED
              MOVE "AR SUMMARY IS FROM AN INTERRUPTED BSAMPL RUN"
                   TO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

           MOVE ARS-DATE TO JOURNAL-DATE.

       140-GET-AR-SUMMARY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-GL-MAP)                        *
      *                    1. LOAD EVERY MAPPING RECORD INTO THE      *
      *                          TABLE; NO TABLE AT ALL REFUSES THE   *
      *                          JOURNAL                              *
      *                     ENDPROC (LOAD-GL-MAP)                     *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE.

           IF GL-MAP-STATUS NOT = "00"
              MOVE "NO GL MAPPING TABLE (GLMAP)" TO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

           PERFORM 160-LOAD-MAP-RECORD
              UNTIL GL-MAP-STATUS NOT = "00".
           CLOSE GL-MAP-FILE.

       150-LOAD-GL-MAP-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MAP-RECORD)                    *
      *                    1. READ THE NEXT MAPPING RECORD INTO THE   *
      *                          TABLE, SKIPPING BLANK LINES          *
      *                    1. A TABLE TOO BIG TO HOLD REFUSES THE     *
      *                          JOURNAL - A DROPPED MAPPING WOULD    *
      *                          DROP MONEY                           *
      *                     ENDPROC (LOAD-MAP-RECORD)                 *
      *********************-END PSEUDOCODE-****************************

       160-LOAD-MAP-RECORD.

           READ GL-MAP-FILE
              AT END MOVE "10" TO GL-MAP-STATUS
              NOT AT END
                 IF GLM-ACTION NOT = SPACES
                    IF MAP-COUNT NOT < MAP-MAX
                       MOVE "GL MAPPING TABLE IS OVER MAP-MAX"
                            TO REFUSE-REASON
                       CLOSE GL-MAP-FILE
                       PERFORM 900-REFUSE-JOURNAL
                    END-IF
                    ADD 1 TO MAP-COUNT
                    MOVE GLM-ACTION TO MAP-ACTION(MAP-COUNT)
                    MOVE GLM-DEBIT-ACCT TO MAP-DEBIT-ACCT(MAP-COUNT)
                    MOVE GLM-CREDIT-ACCT
                         TO MAP-CREDIT-ACCT(MAP-COUNT)
                    MOVE 0 TO MAP-POS-TOTAL(MAP-COUNT)
                    MOVE 0 TO MAP-POS-ITEMS(MAP-COUNT)
                    MOVE 0 TO MAP-NEG-TOTAL(MAP-COUNT)
                    MOVE 0 TO MAP-NEG-ITEMS(MAP-COUNT)
                 END-IF
           END-READ.

       160-LOAD-MAP-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-REQUIRED-MAPS)                *
      *                    1. THE AR UPDATE, LOCKBOX PAYMENT, AND     *
      *                          REVERSAL ACTIONS MUST ALL BE ON THE  *
      *                          TABLE - WITHOUT ONE, A DAY'S MONEY   *
      *                          WOULD SILENTLY MISS THE LEDGER       *
      *                     ENDPROC (CHECK-REQUIRED-MAPS)             *
      *********************-END PSEUDOCODE-****************************

       170-CHECK-REQUIRED-MAPS.

           MOVE "UPDATE ACCOUNTS RECEIVBL" TO FIND-ACTION.
           PERFORM 180-CHECK-ONE-MAP.
           MOVE "POST LOCKBOX PAYMENT" TO FIND-ACTION.
           PERFORM 180-CHECK-ONE-MAP.
           MOVE "REVERSE AR UPDATE" TO FIND-ACTION.
           PERFORM 180-CHECK-ONE-MAP.

       170-CHECK-REQUIRED-MAPS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-ONE-MAP)                      *
      *                    1. REFUSE THE JOURNAL IF FIND-ACTION IS    *
      *                          NOT ON THE TABLE                     *
      *                     ENDPROC (CHECK-ONE-MAP)                   *
      *********************-END PSEUDOCODE-****************************

       180-CHECK-ONE-MAP.

           PERFORM 250-FIND-MAP-ENTRY.

           IF MAP-HIT = 0
              MOVE SPACES TO REFUSE-REASON
              STRING "NO GL MAPPING FOR " DELIMITED BY SIZE
                     FIND-ACTION DELIMITED BY SIZE
                 INTO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

       180-CHECK-ONE-MAP-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (TOTAL-AUDIT-TRAIL)                  *
      *                    1. TOTAL EVERY MAPPED ACTION CARRYING THE  *
      *                          DAY'S DATE (THE TRAIL HOLDS OTHER    *
      *                          DAYS TOO, AND THEY ARE SKIPPED)      *
      *                    1. A TRAIL THAT CANNOT BE OPENED REFUSES   *
      *                          THE JOURNAL - AN EMPTY ONE WOULD     *
      *                          LOOK BALANCED                        *
      *                     ENDPROC (TOTAL-AUDIT-TRAIL)               *
      *********************-END PSEUDOCODE-****************************

       200-TOTAL-AUDIT-TRAIL.

           SET NOT-EOF TO TRUE.
           OPEN INPUT AUDIT-FILE.

           IF AUDIT-STATUS = "00"
              PERFORM 210-TOTAL-AUDIT-RECORD UNTIL EOF
              CLOSE AUDIT-FILE
           ELSE
              STRING "AUDIT TRAIL NOT AVAILABLE - STATUS "
                     AUDIT-STATUS
                 DELIMITED BY SIZE INTO REFUSE-REASON
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

       200-TOTAL-AUDIT-TRAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (TOTAL-AUDIT-RECORD)                 *
      *                    1. READ THE NEXT AUDIT RECORD              *
      *                    1. IF IT IS THE DAY'S AND ITS ACTION IS    *
      *                          MAPPED, ADD ITS AMOUNT TO THE        *
      *                          ACTION'S POSITIVE OR NEGATIVE TOTAL  *
      *                     ENDPROC (TOTAL-AUDIT-RECORD)              *
      *********************-END PSEUDOCODE-****************************

       210-TOTAL-AUDIT-RECORD.

           READ AUDIT-FILE
              AT END SET EOF TO TRUE
           END-READ.

           IF NOT EOF AND AUDIT-STATUS NOT = "00"
              STRING "AUDIT TRAIL CANNOT BE READ - STATUS "
                     AUDIT-STATUS
                 DELIMITED BY SIZE INTO REFUSE-REASON
              CLOSE AUDIT-FILE
              PERFORM 900-REFUSE-JOURNAL
           END-IF.

           IF NOT EOF AND AUD-DATE = JOURNAL-DATE
              MOVE AUD-ACTION TO FIND-ACTION
              PERFORM 250-FIND-MAP-ENTRY
              IF MAP-HIT > 0
                 ADD 1 TO ITEM-COUNT
                 MOVE FUNCTION NUMVAL(AUD-BAL) TO AUD-BAL-NUM
                 IF AUD-BAL-NUM < 0
                    ADD AUD-BAL-NUM TO MAP-NEG-TOTAL(MAP-HIT)
                    ADD 1 TO MAP-NEG-ITEMS(MAP-HIT)
                 ELSE
                    ADD AUD-BAL-NUM TO MAP-POS-TOTAL(MAP-HIT)
                    ADD 1 TO MAP-POS-ITEMS(MAP-HIT)
                 END-IF
              END-IF
           END-IF.

       210-TOTAL-AUDIT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-MAP-ENTRY)                     *
      *                    1. SCAN THE TABLE FOR FIND-ACTION, LEAVING *
      *                          ITS SUBSCRIPT IN MAP-HIT (ZERO IF    *
      *                          NOT THERE)                           *
      *                     ENDPROC (FIND-MAP-ENTRY)                  *
      *********************-END PSEUDOCODE-****************************

       250-FIND-MAP-ENTRY.

           MOVE 0 TO MAP-HIT.
           PERFORM 260-CHECK-MAP-ENTRY
              VARYING MAP-IDX FROM 1 BY 1
              UNTIL MAP-IDX > MAP-COUNT OR MAP-HIT > 0.

       250-FIND-MAP-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-MAP-ENTRY)                    *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACTION'S   *
      *                     ENDPROC (CHECK-MAP-ENTRY)                 *
      *********************-END PSEUDOCODE-****************************

       260-CHECK-MAP-ENTRY.

           IF MAP-ACTION(MAP-IDX) = FIND-ACTION
              MOVE MAP-IDX TO MAP-HIT
           END-IF.

       260-CHECK-MAP-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (BUILD-ACTION-LINES)                 *
      *                    1. THE ACTION'S POSITIVE TOTAL DEBITS ITS  *
      *                          DEBIT ACCOUNT AND CREDITS ITS CREDIT *
      *                          ACCOUNT                              *
      *                    1. ITS NEGATIVE TOTAL POSTS THE OTHER WAY  *
      *                          ROUND                                *
      *                     ENDPROC (BUILD-ACTION-LINES)              *
      *********************-END PSEUDOCODE-****************************

       300-BUILD-ACTION-LINES.

           IF MAP-POS-TOTAL(MAP-IDX) > 0
              MOVE MAP-POS-TOTAL(MAP-IDX) TO POST-AMOUNT
              MOVE MAP-POS-ITEMS(MAP-IDX) TO POST-ITEMS
              MOVE MAP-DEBIT-ACCT(MAP-IDX) TO POST-ACCT
              MOVE "D" TO POST-DC
              PERFORM 320-ADD-LINE
              MOVE MAP-CREDIT-ACCT(MAP-IDX) TO POST-ACCT
              MOVE "C" TO POST-DC
              PERFORM 320-ADD-LINE
           END-IF.

           IF MAP-NEG-TOTAL(MAP-IDX) < 0
              COMPUTE POST-AMOUNT = 0 - MAP-NEG-TOTAL(MAP-IDX)
              MOVE MAP-NEG-ITEMS(MAP-IDX) TO POST-ITEMS
              MOVE MAP-CREDIT-ACCT(MAP-IDX) TO POST-ACCT
              MOVE "D" TO POST-DC
              PERFORM 320-ADD-LINE
              MOVE MAP-DEBIT-ACCT(MAP-IDX) TO POST-ACCT
              MOVE "C" TO POST-DC
              PERFORM 320-ADD-LINE
           END-IF.

       300-BUILD-ACTION-LINES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ADD-LINE)                           *
      *                    1. A LINE WITH NO GL ACCOUNT CAN NOT BE    *
      *                          POSTED - THE JOURNAL WILL NOT        *
      *                          BALANCE                              *
      *                    1. OTHERWISE ADD THE LINE AND ITS AMOUNT   *
      *                          TO ITS SIDE'S TOTAL                  *
      *                     ENDPROC (ADD-LINE)                        *
      *********************-END PSEUDOCODE-****************************

       320-ADD-LINE.

           IF POST-ACCT = SPACES
              SET UNBALANCED TO TRUE
              DISPLAY "GLEXTR - NO GL ACCOUNT MAPPED ON SIDE "
                      POST-DC " FOR " MAP-ACTION(MAP-IDX)
           ELSE
              ADD 1 TO LIN-COUNT
              MOVE POST-ACCT TO LIN-GL-ACCT(LIN-COUNT)
              MOVE POST-DC TO LIN-DC(LIN-COUNT)
              MOVE POST-AMOUNT TO LIN-AMOUNT(LIN-COUNT)
              MOVE MAP-ACTION(MAP-IDX) TO LIN-ACTION(LIN-COUNT)
              MOVE POST-ITEMS TO LIN-ITEMS(LIN-COUNT)
              IF POST-DC = "D"
                 ADD POST-AMOUNT TO DEBIT-TOTAL
              ELSE
                 ADD POST-AMOUNT TO CREDIT-TOTAL
              END-IF
           END-IF.

       320-ADD-LINE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-JOURNAL)                      *
      *                    1. WRITE THE HEADER WITH THE CONTROL       *
      *                          TOTALS                               *
      *                    1. WRITE EVERY LINE                        *
      *                    1. WRITE THE TRAILER WITH THE CONTROL      *
      *                          TOTALS AGAIN                         *
      *                     ENDPROC (WRITE-JOURNAL)                   *
      *********************-END PSEUDOCODE-****************************

       500-WRITE-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE.

           IF GL-JOURNAL-STATUS NOT = "00"
              DISPLAY "GLEXTR - CANNOT OPEN THE GL JOURNAL - STATUS "
                      GL-JOURNAL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE "H" TO GLH-TYPE.
           MOVE "AR GENERAL JOURNAL" TO GLH-TITLE.
           MOVE JOURNAL-DATE TO GLH-JOURNAL-DATE.
           MOVE LIN-COUNT TO GLH-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GLH-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO GLH-CREDIT-TOTAL.
           WRITE GL-HEADER-RECORD.

           PERFORM 520-WRITE-LINE
              VARYING LIN-IDX FROM 1 BY 1
              UNTIL LIN-IDX > LIN-COUNT.

           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE "T" TO GLT-TYPE.
           MOVE "AR JOURNAL TOTALS" TO GLT-LABEL.
           MOVE LIN-COUNT TO GLT-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           MOVE ITEM-COUNT TO GLT-ITEM-COUNT.
           WRITE GL-TRAILER-RECORD.

           CLOSE GL-JOURNAL-FILE.

       500-WRITE-JOURNAL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-LINE)                         *
      *                    1. WRITE ONE JOURNAL LINE                  *
      *                     ENDPROC (WRITE-LINE)                      *
      *********************-END PSEUDOCODE-****************************

       520-WRITE-LINE.

           MOVE SPACES TO GL-DETAIL-RECORD.
           MOVE "D" TO GLD-TYPE.
           MOVE LIN-GL-ACCT(LIN-IDX) TO GLD-GL-ACCT.
           MOVE LIN-DC(LIN-IDX) TO GLD-DC.
           MOVE LIN-AMOUNT(LIN-IDX) TO GLD-AMOUNT.
           MOVE LIN-ACTION(LIN-IDX) TO GLD-ACTION.
           MOVE LIN-ITEMS(LIN-IDX) TO GLD-ITEMS.
           WRITE GL-DETAIL-RECORD.

       520-WRITE-LINE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REFUSE-JOURNAL)                     *
      *                    1. LEAVE THE JOURNAL FILE EMPTY SO NO      *
      *                          EARLIER JOURNAL CAN BE SENT IN ITS   *
      *                          PLACE                                *
      *                    1. SAY WHY AND END WITH RETURN-CODE 8      *
      *                     ENDPROC (REFUSE-JOURNAL)                  *
      *********************-END PSEUDOCODE-****************************

       900-REFUSE-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE.
           CLOSE GL-JOURNAL-FILE.

           DISPLAY "GLEXTR - NO GL JOURNAL PRODUCED - " REFUSE-REASON.
           DISPLAY "GLEXTR - HOLD THE GLSEND TRANSMIT".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       900-REFUSE-JOURNAL-EXIT.

           EXIT.

           END PROGRAM GLEXTR.
