      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CUSTSNAP.CBL                                    *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Takes the nightly snapshot of the whole customer   *
      *            master held by the IBMabase server, fetched in     *
      *            blocks via BFUNC4 (get many records), for          *
      *            CUSTCOMP to compare with last night's.             *
      *                                                               *
      *            THE SNAPSHOT ("SNAPCUR" - SEE UUBSNAP) IS A HEADER *
      *            CARRYING THE DATE AND TIME IT WAS TAKEN AND THE    *
      *            LAST AUDIT SEQUENCE NUMBER ISSUED AT THAT MOMENT   *
      *            (THE CHAIN HEAD ON "AUDCTL"), ONE RECORD PER       *
      *            ACCOUNT IN ACCOUNT ORDER, AND A TRAILER CARRYING   *
      *            THE ACCOUNT COUNT AND BALANCE TOTAL.               *
      *                                                               *
      *            THE MASTER IS FETCHED IN FULL BEFORE ANYTHING IS   *
      *            TOUCHED.  ONLY THEN IS LAST NIGHT'S SNAPSHOT       *
      *            ROLLED TO "SNAPPRV" AND TONIGHT'S WRITTEN.  A      *
      *            FAILED FETCH LEAVES BOTH SNAPSHOTS AS THEY WERE    *
      *            AND ENDS THE RUN WITH RETURN-CODE 8.  A RERUN ON   *
      *            THE SAME DATE REPLACES SNAPCUR BUT DOES NOT ROLL   *
      *            IT, SO SNAPPRV STAYS LAST NIGHT'S.  IF SNAPPRV     *
      *            CANNOT BE WRITTEN THE RUN STOPS WITH RETURN-CODE 8 *
      *            BEFORE SNAPCUR IS REPLACED.                        *
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
         PROGRAM-ID. CUSTSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT WORK-FILE ASSIGN TO "SNAPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SNAPSORT".
           SELECT SORTED-FILE ASSIGN TO "SNAPSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT CURRENT-SNAP-FILE ASSIGN TO "SNAPCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-STATUS.
           SELECT PREVIOUS-SNAP-FILE ASSIGN TO "SNAPPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIOUS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  AUDIT-CONTROL-FILE  The indexed audit control file - only    *
      *                      the chain head is read, for the last     *
      *                      sequence number issued.                  *
      *****************************************************************
       FD  AUDIT-CONTROL-FILE.
           COPY UUBACTL.

      *****************************************************************
      *  WORK-FILE     One record per master account, in the order    *
      *                the server returns them, awaiting the SORT.    *
      *****************************************************************
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD.
           05 WK-ACCT              PIC X(16).
           05 WK-NAME              PIC X(25).
           05 WK-ADDR              PIC X(25).
           05 WK-CITY              PIC X(15).
           05 WK-STAT              PIC X(15).
           05 WK-ZIP               PIC X(9).
           05 WK-BAL               PIC S9(9).

      *****************************************************************
      *  SORT-WORK     SORT work file - orders WORK-FILE by account.  *
      *****************************************************************
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ACCT             PIC X(16).
           05 SRT-NAME             PIC X(25).
           05 SRT-ADDR             PIC X(25).
           05 SRT-CITY             PIC X(15).
           05 SRT-STAT             PIC X(15).
           05 SRT-ZIP              PIC X(9).
           05 SRT-BAL              PIC S9(9).

      *****************************************************************
      *  SORTED-FILE   WORK-FILE after sorting, read sequentially to  *
      *                write the snapshot.                            *
      *****************************************************************
       FD  SORTED-FILE
           RECORDING MODE IS F.
       01  SORTED-RECORD.
           05 SRD-ACCT             PIC X(16).
           05 SRD-NAME             PIC X(25).
           05 SRD-ADDR             PIC X(25).
           05 SRD-CITY             PIC X(15).
           05 SRD-STAT             PIC X(15).
           05 SRD-ZIP              PIC X(9).
           05 SRD-BAL              PIC S9(9).

      *****************************************************************
      *  CURRENT-SNAP-FILE  Tonight's snapshot - read first for the   *
      *                     date of the one it replaces.              *
      *****************************************************************
       FD  CURRENT-SNAP-FILE
           RECORDING MODE IS F.
           COPY UUBSNAP.

      *****************************************************************
      *  PREVIOUS-SNAP-FILE Last night's snapshot, copied record for  *
      *                     record from SNAPCUR before it is          *
      *                     replaced.                                 *
      *****************************************************************
       FD  PREVIOUS-SNAP-FILE
           RECORDING MODE IS F.
       01  PREVIOUS-SNAP-RECORD    PIC X(123).

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
      *  FETCH-SW          'F' once the server has answered a block *
      *                      with a return code that is neither OK  *
      *                      nor last record                         *
      *****************************************************************
        COPY UUBCBLK.

       01  BLK-IDX             PIC 9(4)  COMP-5.
       01  LAST-BLOCK-SW       PIC X(1)  VALUE "N".
           88 LAST-BLOCK                 VALUE "Y".
           88 NOT-LAST-BLOCK             VALUE "N".
       01  FETCH-SW            PIC X(1)  VALUE "G".
           88 FETCH-GOOD                 VALUE "G".
           88 FETCH-FAILED               VALUE "F".

      *****************************************************************
      *  AUDCTL-STATUS      FILE STATUS for AUDIT-CONTROL-FILE        *
      *  SORTED-STATUS      FILE STATUS for SORTED-FILE               *
      *  CURRENT-STATUS     FILE STATUS for CURRENT-SNAP-FILE         *
      *  PREVIOUS-STATUS    FILE STATUS for PREVIOUS-SNAP-FILE        *
      *  SNAP-STAMP         The date and time this snapshot is taken  *
      *  SNAP-AUDIT-SEQ     The last audit sequence number issued     *
      *                     when it is taken - zero if unknown        *
      *  ROLL-SW            'Y' when SNAPCUR is to be rolled to       *
      *                     SNAPPRV before it is replaced             *
      *****************************************************************
       01  AUDCTL-STATUS       PIC XX.
       01  SORTED-STATUS       PIC XX.
       01  CURRENT-STATUS      PIC XX.
       01  PREVIOUS-STATUS     PIC XX.
       01  SNAP-STAMP.
           05 SNAP-DATE        PIC 9(8).
           05 SNAP-TIME        PIC 9(8).
       01  SNAP-AUDIT-SEQ      PIC 9(9)  VALUE 0.
       01  ROLL-SW             PIC X(1)  VALUE "Y".
           88 ROLL-SNAPSHOT              VALUE "Y".
           88 KEEP-PREVIOUS              VALUE "N".

      *****************************************************************
      *  MASTER-ACCOUNTS    Accounts fetched from the master          *
      *  SNAP-ACCOUNTS      Accounts written to the snapshot          *
      *  SNAP-BAL-TOTAL     Total of their balances                   *
      *  ROLLED-RECORDS     Records copied from SNAPCUR to SNAPPRV    *
      *****************************************************************
       77  MASTER-ACCOUNTS     PIC S9(9)  COMP-5 VALUE 0.
       77  SNAP-ACCOUNTS       PIC S9(9)  COMP-5 VALUE 0.
       77  SNAP-BAL-TOTAL      PIC S9(11) COMP-5 VALUE 0.
       77  ROLLED-RECORDS      PIC S9(9)  COMP-5 VALUE 0.

       COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. STAMP THE SNAPSHOT AND NOTE HOW FAR THE *
      *                          AUDIT TRAIL HAS GOT                  *
      *                    1. SPOOL THE WHOLE MASTER VIA BFUNC4; A    *
      *                          FAILED FETCH ENDS THE RUN WITH BOTH  *
      *                          SNAPSHOTS UNTOUCHED                  *
      *                    1. SORT THE SPOOL BY ACCOUNT               *
      *                    1. ROLL LAST NIGHT'S SNAPSHOT TO SNAPPRV   *
      *                    1. WRITE TONIGHT'S SNAPSHOT                *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE SNAPSHOT'S DATE AND TIME, AND THE LAST AUDIT
      *******     SEQUENCE NUMBER ISSUED BEFORE THE FETCH BEGINS
           MOVE FUNCTION CURRENT-DATE(1:8) TO SNAP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO SNAP-TIME.
           PERFORM 150-READ-AUDIT-POSITION.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

      *******   SET REQUESTING OPERATOR ID
           MOVE BOPER TO QPAOPER.

      *******   INITIALIZE SERVER RETURN CODE
           MOVE BRCOK TO UERSERVRC.

      *******   INITIALIZE SRPI RETURN CODE
           MOVE UERERROK TO BRETCOD.

      *******   SPOOL THE WHOLE CUSTOMER MASTER
           OPEN OUTPUT WORK-FILE.
           PERFORM 200-SPOOL-MASTER-BLOCK UNTIL
             (LAST-BLOCK OR FETCH-FAILED
                         OR (BRETCOD NOT EQUAL UERERROK)).
           CLOSE WORK-FILE.

      *******   A PARTIAL SNAPSHOT WOULD SHOW EVERY ACCOUNT IT MISSED
      *******     AS DROPPED - LEAVE LAST NIGHT'S IN PLACE INSTEAD
           IF BRETCOD NOT = UERERROK OR FETCH-FAILED
              DISPLAY "CUSTSNAP - CUSTOMER MASTER FETCH FAILED - "
                      "SRPI RC " BRETCOD " SERVER RC " UERSERVRC
                      " - NO SNAPSHOT TAKEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   SORT THE SPOOL BY ACCOUNT
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT
               USING WORK-FILE
               GIVING SORTED-FILE.

      *******   LAST NIGHT'S SNAPSHOT BECOMES THE PREVIOUS ONE
           PERFORM 300-ROLL-SNAPSHOT THRU 300-ROLL-SNAPSHOT-EXIT.

      *******   WRITE TONIGHT'S
           PERFORM 400-WRITE-SNAPSHOT THRU 400-WRITE-SNAPSHOT-EXIT.

           DISPLAY "CUSTSNAP - CUSTOMER MASTER SNAPSHOT TAKEN "
                   SNAP-DATE " " SNAP-TIME.
           DISPLAY "  MASTER ACCOUNTS FETCHED. . . . . . : "
                   MASTER-ACCOUNTS.
           DISPLAY "  ACCOUNTS IN THE SNAPSHOT . . . . . : "
                   SNAP-ACCOUNTS.
           DISPLAY "  LAST AUDIT SEQUENCE NUMBER . . . . : "
                   SNAP-AUDIT-SEQ.
           IF ROLL-SNAPSHOT
              DISPLAY "  RECORDS ROLLED TO SNAPPRV. . . . . : "
                      ROLLED-RECORDS
           ELSE
              DISPLAY "  SNAPCUR WAS ALREADY TODAY'S - SNAPPRV "
                      "KEPT AS IT WAS"
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-AUDIT-POSITION)                *
      *                    1. READ THE CHAIN HEAD FROM THE AUDIT      *
      *                          CONTROL FILE FOR THE LAST SEQUENCE   *
      *                          NUMBER ISSUED                        *
      *                    1. NONE TO BE HAD LEAVES IT ZERO - CUSTCOMP*
      *                          THEN WINDOWS THE AUDIT TRAIL BY DATE *
      *                          AND TIME INSTEAD                     *
      *                     ENDPROC (READ-AUDIT-POSITION)             *
      *********************-END PSEUDOCODE-****************************

       150-READ-AUDIT-POSITION.

           MOVE 0 TO SNAP-AUDIT-SEQ.
           OPEN INPUT AUDIT-CONTROL-FILE.

           IF AUDCTL-STATUS = "00"
              MOVE 0 TO ACL-DATE
              READ AUDIT-CONTROL-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE ACL-LAST-SEQ TO SNAP-AUDIT-SEQ
              END-READ
              CLOSE AUDIT-CONTROL-FILE
           ELSE
              DISPLAY "CUSTSNAP - WARNING: CANNOT OPEN AUDCTL - "
                      "STATUS " AUDCTL-STATUS " - SNAPSHOT CARRIES "
                      "NO AUDIT SEQUENCE NUMBER"
           END-IF.

       150-READ-AUDIT-POSITION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-MASTER-BLOCK)                 *
      *                    1. FETCH THE NEXT BLOCK OF CUSTOMER        *
      *                          RECORDS VIA BFUNC4 <SENDREQUEST>     *
      *                    1. SPOOL EVERY RECORD THE BLOCK CARRIES    *
      *                    1. ANY OTHER SERVER RETURN CODE FAILS THE  *
      *                          FETCH                                *
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
              IF UERSERVRC = BRCOK OR UERSERVRC = BLSTR
                 PERFORM 210-SPOOL-MASTER-ENTRY
                    VARYING BLK-IDX FROM 1 BY 1
                    UNTIL BLK-IDX > CBK-COUNT
              ELSE
                 SET FETCH-FAILED TO TRUE
              END-IF
           END-IF.

       200-SPOOL-MASTER-BLOCK-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SPOOL-MASTER-ENTRY)                 *
      *                    1. SPOOL THE NEXT BLOCK ENTRY              *
      *                     ENDPROC (SPOOL-MASTER-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       210-SPOOL-MASTER-ENTRY.

           MOVE CBK-ENTRY(BLK-IDX) TO CUSTOMER-RECORD.
           MOVE SPACES TO WORK-RECORD.
           MOVE CUSTOMER-ACCT TO WK-ACCT.
           MOVE CUSTOMER-NAME TO WK-NAME.
           MOVE CUSTOMER-ADDR TO WK-ADDR.
           MOVE CUSTOMER-CITY TO WK-CITY.
           MOVE CUSTOMER-STAT TO WK-STAT.
           MOVE CUSTOMER-ZIP TO WK-ZIP.
           MOVE CUSTOMER-BAL TO WK-BAL.
           WRITE WORK-RECORD.
           ADD 1 TO MASTER-ACCOUNTS.

       210-SPOOL-MASTER-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ROLL-SNAPSHOT)                      *
      *                    1. NO SNAPSHOT YET - NOTHING TO ROLL       *
      *                    1. ONE ALREADY TAKEN TODAY IS A RERUN -    *
      *                          SNAPPRV IS KEPT AS LAST NIGHT'S      *
      *                    1. OTHERWISE COPY SNAPCUR TO SNAPPRV -     *
      *                          SNAPPRV THAT CANNOT BE WRITTEN       *
      *                          STOPS THE RUN BEFORE SNAPCUR IS      *
      *                          REPLACED                             *
      *                     ENDPROC (ROLL-SNAPSHOT)                   *
      *********************-END PSEUDOCODE-****************************

       300-ROLL-SNAPSHOT.

           SET ROLL-SNAPSHOT TO TRUE.
           OPEN INPUT CURRENT-SNAP-FILE.
           IF CURRENT-STATUS NOT = "00"
              DISPLAY "CUSTSNAP - NO SNAPCUR TO ROLL - FIRST SNAPSHOT"
              GO TO 300-ROLL-SNAPSHOT-EXIT
           END-IF.

           READ CURRENT-SNAP-FILE
              AT END MOVE "10" TO CURRENT-STATUS
           END-READ.

           IF CURRENT-STATUS = "00"
              AND SNP-HEADER AND SNP-DATE = SNAP-DATE
              SET KEEP-PREVIOUS TO TRUE
              CLOSE CURRENT-SNAP-FILE
              GO TO 300-ROLL-SNAPSHOT-EXIT
           END-IF.

      *******   LAST NIGHT'S SNAPSHOT IS ONLY REPLACED ONCE IT IS SAFE
      *******     IN SNAPPRV
           OPEN OUTPUT PREVIOUS-SNAP-FILE.
           IF PREVIOUS-STATUS NOT = "00"
              DISPLAY "CUSTSNAP - CANNOT CREATE SNAPPRV - STATUS "
                      PREVIOUS-STATUS " - NO SNAPSHOT TAKEN"
              CLOSE CURRENT-SNAP-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 310-ROLL-RECORD
              UNTIL CURRENT-STATUS NOT = "00".
           CLOSE PREVIOUS-SNAP-FILE.
           CLOSE CURRENT-SNAP-FILE.

       300-ROLL-SNAPSHOT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ROLL-RECORD)                        *
      *                    1. COPY THE SNAPCUR RECORD IN HAND TO      *
      *                          SNAPPRV AND READ THE NEXT            *
      *                     ENDPROC (ROLL-RECORD)                     *
      *********************-END PSEUDOCODE-****************************

       310-ROLL-RECORD.

           WRITE PREVIOUS-SNAP-RECORD FROM SNAPSHOT-RECORD.
           IF PREVIOUS-STATUS NOT = "00"
              DISPLAY "CUSTSNAP - CANNOT WRITE SNAPPRV - STATUS "
                      PREVIOUS-STATUS " - NO SNAPSHOT TAKEN"
              CLOSE PREVIOUS-SNAP-FILE
              CLOSE CURRENT-SNAP-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO ROLLED-RECORDS.
           READ CURRENT-SNAP-FILE
              AT END MOVE "10" TO CURRENT-STATUS
           END-READ.

       310-ROLL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-SNAPSHOT)                     *
      *                    1. WRITE THE HEADER                        *
      *                    1. WRITE ONE DETAIL RECORD PER SORTED      *
      *                          ACCOUNT                              *
      *                    1. WRITE THE TRAILER WITH THE COUNT AND    *
      *                          BALANCE TOTAL                        *
      *                     ENDPROC (WRITE-SNAPSHOT)                  *
      *********************-END PSEUDOCODE-****************************

       400-WRITE-SNAPSHOT.

           OPEN OUTPUT CURRENT-SNAP-FILE.
           IF CURRENT-STATUS NOT = "00"
              DISPLAY "CUSTSNAP - CANNOT CREATE SNAPCUR - STATUS "
                      CURRENT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO SNAPSHOT-RECORD.
           SET SNP-HEADER TO TRUE.
           MOVE SNAP-DATE TO SNP-DATE.
           MOVE SNAP-TIME TO SNP-TIME.
           MOVE SNAP-AUDIT-SEQ TO SNP-AUDIT-SEQ.
           MOVE 0 TO SNP-COUNT.
           MOVE 0 TO SNP-BAL-TOTAL.
           WRITE SNAPSHOT-RECORD.

           OPEN INPUT SORTED-FILE.
           IF SORTED-STATUS = "00"
              PERFORM 410-WRITE-ACCOUNT
                 UNTIL SORTED-STATUS NOT = "00"
              CLOSE SORTED-FILE
           END-IF.

           MOVE SPACES TO SNAPSHOT-RECORD.
           SET SNP-TRAILER TO TRUE.
           MOVE SNAP-DATE TO SNP-DATE.
           MOVE SNAP-TIME TO SNP-TIME.
           MOVE SNAP-AUDIT-SEQ TO SNP-AUDIT-SEQ.
           MOVE SNAP-ACCOUNTS TO SNP-COUNT.
           MOVE SNAP-BAL-TOTAL TO SNP-BAL-TOTAL.
           WRITE SNAPSHOT-RECORD.

           CLOSE CURRENT-SNAP-FILE.

       400-WRITE-SNAPSHOT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-ACCOUNT)                      *
      *                    1. READ THE NEXT SORTED ACCOUNT AND WRITE  *
      *                          IT TO THE SNAPSHOT                   *
      *                     ENDPROC (WRITE-ACCOUNT)                   *
      *********************-END PSEUDOCODE-****************************

       410-WRITE-ACCOUNT.

           READ SORTED-FILE
              AT END MOVE "10" TO SORTED-STATUS
              NOT AT END
                 MOVE SPACES TO SNAPSHOT-RECORD
                 SET SNP-DETAIL TO TRUE
                 MOVE SRD-ACCT TO SNP-ACCT
                 MOVE SRD-NAME TO SNP-NAME
                 MOVE SRD-ADDR TO SNP-ADDR
                 MOVE SRD-CITY TO SNP-CITY
                 MOVE SRD-STAT TO SNP-STAT
                 MOVE SRD-ZIP TO SNP-ZIP
                 MOVE SRD-BAL TO SNP-BAL
                 WRITE SNAPSHOT-RECORD
                 ADD 1 TO SNAP-ACCOUNTS
                 ADD SRD-BAL TO SNAP-BAL-TOTAL
           END-READ.

       410-WRITE-ACCOUNT-EXIT.

           EXIT.

           END PROGRAM CUSTSNAP.
