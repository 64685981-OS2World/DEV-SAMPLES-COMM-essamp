      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = AUDHCONV.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = One-time conversion of the account activity        *
      *            history ("AUDHIST") to the sequenced record layout *
      *            (see UUBAHIST), whose key carries the audit        *
      *            sequence number and whose record carries the       *
      *            chained check value.                               *
      *                                                               *
      *            RENAME THE EXISTING HISTORY TO "AUDHOLD" FIRST.    *
      *            EVERY RECORD ON IT IS COPIED TO A NEW "AUDHIST"    *
      *            WITH SEQUENCE AND CHECK VALUE ZERO - THE RECORDS   *
      *            ARE ALL OLDER THAN THE SEQUENCING, AND AUDVERFY    *
      *            COUNTS THEM AS SUCH.  THE RECORD COUNTS READ AND   *
      *            WRITTEN MUST AGREE BEFORE AUDHOLD IS DELETED.      *
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
         PROGRAM-ID. AUDHCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "AUDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-KEY
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  OLD-HISTORY-FILE  The history in its unsequenced layout -    *
      *                 keyed on account plus date and time only.     *
      *****************************************************************
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OLD-KEY.
              10 OLD-ACCT          PIC X(16).
              10 OLD-DATE          PIC 9(8).
              10 OLD-TIME          PIC 9(8).
           05 OLD-OPER             PIC X(8).
           05 OLD-ACTION           PIC X(25).
           05 OLD-BAL              PIC -(9)9.

      *****************************************************************
      *  HISTORY-FILE   The history in the sequenced layout.          *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  OLD-HISTORY-STATUS  FILE STATUS for OLD-HISTORY-FILE         *
      *  HISTORY-STATUS      FILE STATUS for HISTORY-FILE             *
      *  RECORDS-READ        Records read from the old history        *
      *  RECORDS-WRITTEN     Records written to the new history       *
      *****************************************************************
       01  OLD-HISTORY-STATUS  PIC XX.
       01  HISTORY-STATUS      PIC XX.
       77  RECORDS-READ        PIC S9(9) COMP-5 VALUE 0.
       77  RECORDS-WRITTEN     PIC S9(9) COMP-5 VALUE 0.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. OPEN THE OLD HISTORY AND CREATE THE     *
      *                          NEW ONE                              *
      *                    1. COPY EVERY RECORD ACROSS AT SEQUENCE    *
      *                          ZERO                                 *
      *                    1. DISPLAY THE COUNTS - RETURN-CODE 8 IF   *
      *                          THEY DISAGREE                        *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-HISTORY-STATUS NOT = "00"
              DISPLAY "AUDHCONV - CANNOT OPEN AUDHOLD - STATUS "
                      OLD-HISTORY-STATUS " - RENAME THE HISTORY TO "
                      "BE CONVERTED TO AUDHOLD FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
              DISPLAY "AUDHCONV - CANNOT CREATE AUDHIST - STATUS "
                      HISTORY-STATUS
              CLOSE OLD-HISTORY-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 200-CONVERT-RECORD
              THRU 200-CONVERT-RECORD-EXIT
              UNTIL OLD-HISTORY-STATUS NOT = "00".

           CLOSE OLD-HISTORY-FILE.
           CLOSE HISTORY-FILE.

           DISPLAY "AUDHCONV - ACCOUNT ACTIVITY HISTORY CONVERTED".
           DISPLAY "  RECORDS READ FROM AUDHOLD. . . . . : "
                   RECORDS-READ.
           DISPLAY "  RECORDS WRITTEN TO AUDHIST . . . . : "
                   RECORDS-WRITTEN.
           IF RECORDS-WRITTEN NOT = RECORDS-READ
              DISPLAY "AUDHCONV - COUNTS DISAGREE - KEEP AUDHOLD"
              MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CONVERT-RECORD)                     *
      *                    1. READ THE NEXT OLD HISTORY RECORD        *
      *                    1. WRITE IT IN THE NEW LAYOUT AT SEQUENCE  *
      *                          AND CHECK VALUE ZERO                 *
      *                     ENDPROC (CONVERT-RECORD)                  *
      *********************-END PSEUDOCODE-****************************

       200-CONVERT-RECORD.

           READ OLD-HISTORY-FILE
              AT END MOVE "10" TO OLD-HISTORY-STATUS
           END-READ.
           IF OLD-HISTORY-STATUS NOT = "00"
              GO TO 200-CONVERT-RECORD-EXIT
           END-IF.

           ADD 1 TO RECORDS-READ.

           MOVE OLD-ACCT TO HIS-ACCT.
           MOVE OLD-DATE TO HIS-DATE.
           MOVE OLD-TIME TO HIS-TIME.
           MOVE 0 TO HIS-SEQ.
           MOVE OLD-OPER TO HIS-OPER.
           MOVE OLD-ACTION TO HIS-ACTION.
           MOVE OLD-BAL TO HIS-BAL.
           MOVE 0 TO HIS-CHECK.

           WRITE HISTORY-RECORD
              INVALID KEY
                 DISPLAY "AUDHCONV - CANNOT WRITE " HIS-ACCT " "
                         HIS-DATE " " HIS-TIME " - STATUS "
                         HISTORY-STATUS
              NOT INVALID KEY
                 ADD 1 TO RECORDS-WRITTEN
           END-WRITE.

       200-CONVERT-RECORD-EXIT.

           EXIT.

           END PROGRAM AUDHCONV.
