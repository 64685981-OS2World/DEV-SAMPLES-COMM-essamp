       IDENTIFICATION DIVISION.
       PROGRAM-ID.        GLSEND.
      ***************************************************************
      * THIS PROGRAM IS AN EXAMPLE OF THE FUNCTION AVAILABLE        *
      * THROUGH THE CPI-C EXTENSIONS PROVIDED.                      *
      *                                                             *
      * 86F2503 (C) COPYRIGHT IBM CORP. 1990, 1991                  *
      * LICENSED MATERIAL - PROGRAM PROPERTY OF IBM                 *
      * ALL RIGHTS RESERVED                                         *
      *                                                             *
      * PURPOSE: OPEN A CPI-C CONVERSATION OVER THE GLJRNL SIDE     *
      *          INFORMATION (DEFINED BY DEFSIDE) AND TRANSMIT THE  *
      *          DAY'S AR GENERAL LEDGER JOURNAL, AS GLEXTR WROTE   *
      *          IT, TO HEAD OFFICE - ONE SEND PER JOURNAL RECORD   *
      *          (HEADER, LINES, TRAILER).                          *
      *                                                             *
      * INPUT:   AR-SUMMARY-FILE ("ARSUMRY") IS READ FIRST, THE WAY *
      *          CREDSEND READS IT - A MISSING SUMMARY OR ONE FROM  *
      *          AN INTERRUPTED RUN MEANS A PARTIAL DAY AND NO      *
      *          JOURNAL GOES TO THE LEDGER.                        *
      *          GL-JOURNAL-FILE ("GLJRNL"), WRITTEN BY GLEXTR.     *
      *          BEFORE ANYTHING IS SENT THE JOURNAL IS PROVED:     *
      *          IT MUST BE FOR THE AR RUN DATE, START WITH ITS     *
      *          HEADER AND END WITH ITS TRAILER, CARRY THE LINE    *
      *          COUNT AND DEBIT AND CREDIT TOTALS THE HEADER AND   *
      *          TRAILER STATE, AND BALANCE.  AN EMPTY JOURNAL      *
      *          MEANS GLEXTR REFUSED THE DAY.                      *
      *                                                             *
      * OUTPUT:  ONE CPI-C SEND PER JOURNAL RECORD TO THE GLJRNL    *
      *          SYMBOLIC DESTINATION.  AFTER THE TRAILER THE       *
      *          CONVERSATION IS TURNED AROUND AND THE RECEIVER'S   *
      *          ACKNOWLEDGMENT - RECEIPT DATE/TIME, BUFFERS        *
      *          ACCEPTED, BUFFERS REJECTED - IS COLLECTED AND      *
      *          LOGGED, WITH THE SEND, TO THE LOCAL SENT-REPORTS   *
      *          LOG ("SENTRPTS") SO XMITRECN CAN SURFACE A         *
      *          MISSING OR NEGATIVE ACKNOWLEDGMENT BY MORNING.     *
      *                                                             *
      * NOTE:    GLJRNL'S SIDE INFORMATION MUST ALREADY HAVE BEEN   *
      *          DEFINED BY DEFSIDE BEFORE THIS PROGRAM IS RUN.     *
      *          THE RECEIVER (RPTRECV) DEALLOCATES THE             *
      *          CONVERSATION AFTER SENDING ITS ACKNOWLEDGMENT.     *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PS-2.
       OBJECT-COMPUTER. PS-2.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-SUMMARY-FILE ASSIGN TO "ARSUMRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT SENT-FILE ASSIGN TO "SENTRPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENT-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  AR-SUMMARY-FILE  End-of-run AR update summary written by     *
      *                   BSAMPL - read only to prove the run the     *
      *                   journal came from completed.                *
      *****************************************************************
       FD  AR-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY UUBARSUM.

      *****************************************************************
      *  GL-JOURNAL-FILE  The day's GL journal written by GLEXTR.     *
      *                   Read twice - once to prove it, then once    *
      *                   to send it.                                 *
      *****************************************************************
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY UUBGLJRN.

      *****************************************************************
      *  SENT-FILE        The local sent-reports log - one record per  *
      *                   send with the acknowledgment (or the lack    *
      *                   of one) the receiver returned, so XMITRECN   *
      *                   can reconcile sends against receipts.        *
      *****************************************************************
       FD  SENT-FILE
           RECORDING MODE IS F.
       01  SENT-RECORD.
           05 SNT-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-DEST             PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-BUFFERS-SENT     PIC 9(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-STATUS       PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-ACCEPTED     PIC 9(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-REJECTED     PIC 9(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-DATE         PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-TIME         PIC 9(8).

       WORKING-STORAGE SECTION.

       01  SUMMARY-STATUS          PIC  X(2).
           88  SUMMARY-FOUND             VALUE "00".
           88  SUMMARY-NOT-FOUND         VALUE "35".

       01  JOURNAL-STATUS          PIC  X(2).
           88  JOURNAL-FOUND             VALUE "00".
           88  JOURNAL-NOT-FOUND         VALUE "35".

       01  EOF-SW                  PIC  X(1)   VALUE "N".
           88  JOURNAL-EOF               VALUE "Y".

       01  SYM-DEST-NAME               PIC  X(8)   VALUE "GLJRNL".

      *****************************************************************
      *  RUN-DATE         The BSAMPL run's date from the AR summary - *
      *                   the journal must be for this day            *
      *  RECORDS-READ     Journal records read on the proving pass    *
      *  LINES-READ       Journal lines read on the proving pass      *
      *  DEBITS-READ / CREDITS-READ                                   *
      *                   Debit and credit line totals, as read       *
      *  HEADER-LINES / HEADER-DEBITS / HEADER-CREDITS                *
      *                   The control totals the header states        *
      *  TRAILER-SEEN-SW  'Y' once the trailer has been read - any    *
      *                   record after it is an error                 *
      *****************************************************************
       01  RUN-DATE                PIC  9(8).
       77  RECORDS-READ            PIC S9(9)    COMP-5  VALUE 0.
       77  LINES-READ              PIC S9(9)    COMP-5  VALUE 0.
       77  DEBITS-READ             PIC S9(11)   COMP-5  VALUE 0.
       77  CREDITS-READ            PIC S9(11)   COMP-5  VALUE 0.
       77  HEADER-LINES            PIC S9(9)    COMP-5  VALUE 0.
       77  HEADER-DEBITS           PIC S9(11)   COMP-5  VALUE 0.
       77  HEADER-CREDITS          PIC S9(11)   COMP-5  VALUE 0.
       01  TRAILER-SEEN-SW         PIC  X(1)    VALUE "N".
           88  TRAILER-SEEN              VALUE "Y".

       01  SENT-STATUS             PIC  X(2).

      *****************************************************************
      *  ACK-RECEIVE-BUFFER  The receiver's acknowledgment, received  *
      *                      on the turned-around conversation -      *
      *                      receipt date/time, buffers accepted,     *
      *                      buffers rejected.  MUST STAY IN STEP     *
      *                      WITH THE ACK BUFFER RPTRECV SENDS.       *
      *****************************************************************
       01  ACK-RECEIVE-BUFFER          PIC  X(58).
       01  ACK-IMAGE REDEFINES ACK-RECEIVE-BUFFER.
           05  AKI-LABEL               PIC  X(20).
           05  FILLER                  PIC  X(1).
           05  AKI-DATE                PIC  X(8).
           05  FILLER                  PIC  X(1).
           05  AKI-TIME                PIC  X(8).
           05  FILLER                  PIC  X(1).
           05  AKI-ACCEPTED            PIC  X(9).
           05  FILLER                  PIC  X(1).
           05  AKI-REJECTED            PIC  X(9).

      *****************************************************************
      *  ACK-STATUS       The acknowledgment outcome logged with the  *
      *                   send - ACKED, NAKED (rejected buffers), or  *
      *                   NOACK (nothing usable came back)            *
      *  BUFFERS-SENT     Journal buffers sent this conversation      *
      *  ACK-ACCEPTED-NUM / ACK-REJECTED-NUM                          *
      *                   The acknowledged counts, as numbers         *
      *  ACK-DATE-RCVD / ACK-TIME-RCVD                                *
      *                   The receipt date and time the receiver      *
      *                   stamped on the acknowledgment - zero when   *
      *                   no usable acknowledgment came back          *
      *****************************************************************
       01  ACK-STATUS              PIC  X(8)    VALUE "NOACK".
       77  BUFFERS-SENT            PIC S9(9)    COMP-5  VALUE 0.
       77  ACK-ACCEPTED-NUM        PIC S9(9)    VALUE 0.
       77  ACK-REJECTED-NUM        PIC S9(9)    VALUE 0.
       77  ACK-DATE-RCVD           PIC 9(8)     VALUE 0.
       77  ACK-TIME-RCVD           PIC 9(8)     VALUE 0.

       01  CM-ERROR-DISPLAY-MSG       PIC  X(40)  VALUE SPACES.

      **********************************************
      * USE THE CPI-COMMUNICATIONS PSEUDONYM FILES *
      **********************************************
           COPY CMCOBOL.

       LINKAGE SECTION.

       EJECT
      *
       PROCEDURE DIVISION.
      ******************************************************************
      **************************  START OF MAINLINE  *******************
      ******************************************************************
       MAINLINE.

           PERFORM 050-GET-AR-SUMMARY
              THRU 050-EXIT.

      *******   PROVE THE JOURNAL WHOLE AND BALANCED BEFORE ANY OF
      *******     IT LEAVES - HEAD OFFICE POSTS WHAT IT RECEIVES
           PERFORM 100-OPEN-JOURNAL
              THRU 100-EXIT.
           PERFORM 200-PROVE-RECORD
              THRU 200-EXIT
                  UNTIL JOURNAL-EOF.
           CLOSE GL-JOURNAL-FILE.
           PERFORM 250-CHECK-TOTALS
              THRU 250-EXIT.

           PERFORM 300-SEND-JOURNAL
              THRU 300-EXIT.
           PERFORM CLEANUP
              THRU CLEANUP-EXIT.
           STOP RUN.
      ******************************************************************
      ***************************  END OF MAINLINE  ********************
      ******************************************************************
      *
       050-GET-AR-SUMMARY.
           OPEN INPUT AR-SUMMARY-FILE.
           IF SUMMARY-NOT-FOUND
               MOVE "AR SUMMARY NOT FOUND - RUN BSAMPL FIRST"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           READ AR-SUMMARY-FILE
               AT END
                   MOVE "AR SUMMARY EMPTY - RUN BSAMPL FIRST"
                        TO CM-ERROR-DISPLAY-MSG
                   PERFORM CLEANUP
                      THRU CLEANUP-EXIT
           END-READ.

      *******   SAVE THE RUN'S DATE - THE JOURNAL MUST BE FOR IT
           MOVE ARS-DATE TO RUN-DATE.
           CLOSE AR-SUMMARY-FILE.

      *******   AN INTERRUPTED BSAMPL RUN IS A PARTIAL DAY - ITS
      *******     MOVEMENT MUST NOT REACH THE LEDGER AS FINAL
           IF ARS-INTERRUPTED
               MOVE "AR SUMMARY IS FROM AN INTERRUPTED RUN"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
       050-EXIT.
           EXIT.
      *
      ***********************************************
      * OPEN THE JOURNAL.  NO JOURNAL, OR AN EMPTY  *
      * ONE (GLEXTR REFUSED THE DAY), STOPS THE     *
      * TRANSMIT.                                   *
      ***********************************************
       100-OPEN-JOURNAL.
           MOVE "N" TO EOF-SW.
           OPEN INPUT GL-JOURNAL-FILE.
           IF JOURNAL-NOT-FOUND
               MOVE "GL JOURNAL NOT FOUND - RUN GLEXTR FIRST"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
       100-EXIT.
           EXIT.
      *
      ***********************************************
      * READ THE NEXT JOURNAL RECORD ON THE PROVING *
      * PASS.  THE FIRST RECORD MUST BE THE HEADER  *
      * FOR THE RUN DATE; NOTHING MAY FOLLOW THE    *
      * TRAILER; EVERY LINE IS ADDED TO ITS SIDE.   *
      ***********************************************
       200-PROVE-RECORD.
           READ GL-JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO RECORDS-READ.

           IF RECORDS-READ = 1
               IF NOT GLJ-HEADER
                  OR GLH-JOURNAL-DATE NOT = RUN-DATE
                   MOVE "GL JOURNAL HEADER MISSING OR WRONG DAY"
                        TO CM-ERROR-DISPLAY-MSG
                   PERFORM CLEANUP
                      THRU CLEANUP-EXIT
               END-IF
               MOVE GLH-LINE-COUNT TO HEADER-LINES
               MOVE GLH-DEBIT-TOTAL TO HEADER-DEBITS
               MOVE GLH-CREDIT-TOTAL TO HEADER-CREDITS
               GO TO 200-EXIT
           END-IF.

           IF TRAILER-SEEN
               MOVE "GL JOURNAL HAS RECORDS AFTER TRAILER"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN GLJ-DETAIL
                   ADD 1 TO LINES-READ
                   IF GLD-DEBIT
                       ADD GLD-AMOUNT TO DEBITS-READ
                   ELSE
                       ADD GLD-AMOUNT TO CREDITS-READ
                   END-IF
               WHEN GLJ-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF GLT-LINE-COUNT NOT = HEADER-LINES
                      OR GLT-DEBIT-TOTAL NOT = HEADER-DEBITS
                      OR GLT-CREDIT-TOTAL NOT = HEADER-CREDITS
                       MOVE "GL JOURNAL HEADER AND TRAILER DISAGREE"
                            TO CM-ERROR-DISPLAY-MSG
                       PERFORM CLEANUP
                          THRU CLEANUP-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "GL JOURNAL HAS AN UNKNOWN RECORD TYPE"
                        TO CM-ERROR-DISPLAY-MSG
                   PERFORM CLEANUP
                      THRU CLEANUP-EXIT
           END-EVALUATE.
       200-EXIT.
           EXIT.
      *
      ***********************************************
      * THE JOURNAL READ MUST BE THE JOURNAL THE    *
      * HEADER DESCRIBES, ENDED BY ITS TRAILER, AND *
      * IN BALANCE                                  *
      ***********************************************
       250-CHECK-TOTALS.
           IF RECORDS-READ = 0
               MOVE "GL JOURNAL IS EMPTY - GLEXTR REFUSED IT"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "GL JOURNAL TRAILER MISSING"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           IF LINES-READ NOT = HEADER-LINES
              OR DEBITS-READ NOT = HEADER-DEBITS
              OR CREDITS-READ NOT = HEADER-CREDITS
               MOVE "GL JOURNAL LINES DISAGREE WITH TOTALS"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           IF DEBITS-READ NOT = CREDITS-READ
               MOVE "GL JOURNAL DOES NOT BALANCE"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
       250-EXIT.
           EXIT.
      *
      ***********************************************
      * OPEN THE CONVERSATION, SEND EVERY JOURNAL   *
      * RECORD AS IT STANDS, THEN COLLECT AND LOG   *
      * THE ACKNOWLEDGMENT                          *
      ***********************************************
       300-SEND-JOURNAL.
           CALL "CMINIT"  USING  CM-CONV-ID
                                  SYM-DEST-NAME
                                  CM-RETURN-CODE.
           IF CM-RETURN-CODE NOT = 0
               MOVE "FAILURE TO INITIALIZE CPI-C CONVERSATION"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.

           PERFORM 100-OPEN-JOURNAL
              THRU 100-EXIT.
           PERFORM 400-SEND-RECORD
              THRU 400-EXIT
                  UNTIL JOURNAL-EOF.
           CLOSE GL-JOURNAL-FILE.

      *******   TURN THE CONVERSATION AROUND AND COLLECT THE
      *******     RECEIVER'S ACKNOWLEDGMENT - THE RECEIVER
      *******     DEALLOCATES AFTER SENDING IT
           PERFORM 350-RECEIVE-ACK
              THRU 350-EXIT.
           PERFORM 500-LOG-SENT
              THRU 500-EXIT.

           DISPLAY "GL JOURNAL SENT TO " SYM-DEST-NAME
                   " - ACK " ACK-STATUS.
           DISPLAY "  JOURNAL DATE . . . . . . . . . . : " RUN-DATE.
           DISPLAY "  JOURNAL LINES SENT . . . . . . . : " LINES-READ.
           DISPLAY "  TOTAL DEBITS . . . . . . . . . . : " DEBITS-READ.
           DISPLAY "  TOTAL CREDITS. . . . . . . . . . : "
                   CREDITS-READ.
       300-EXIT.
           EXIT.
      *
      ***********************************************
      * RECEIVE THE ACKNOWLEDGMENT.  THE CMRCV      *
      * TURNS THE CONVERSATION AROUND; A COMPLETE,  *
      * WELL-FORMED ACK BUFFER MARKS THE SEND       *
      * ACKED (OR NAKED IF IT SHOWS REJECTED        *
      * BUFFERS); ANYTHING ELSE LEAVES IT NOACK.    *
      * THE RECEIVER'S DEALLOCATE IS DRAINED WITH   *
      * A FINAL CMRCV.                              *
      ***********************************************
       350-RECEIVE-ACK.
           MOVE "NOACK" TO ACK-STATUS.
           MOVE SPACES TO ACK-RECEIVE-BUFFER.
           MOVE LENGTH OF ACK-RECEIVE-BUFFER TO CM-REQUESTED-LENGTH.
           CALL "CMRCV"   USING  CM-CONV-ID
                                  ACK-RECEIVE-BUFFER
                                  CM-REQUESTED-LENGTH
                                  CM-DATA-RECEIVED
                                  CM-RECEIVED-LENGTH
                                  CM-STATUS-RECEIVED
                                  CM-REQUEST-TO-SEND-RECEIVED
                                  CM-RETURN-CODE.

           IF (CM-RC-OK OR CM-RC-DEALLOCATED-NORMAL)
              AND CM-COMPLETE-DATA-RECEIVED
              AND AKI-LABEL = "REPORT ACKNOWLEDGMNT"
              AND AKI-DATE NUMERIC
              AND AKI-TIME NUMERIC
              AND AKI-ACCEPTED NUMERIC
              AND AKI-REJECTED NUMERIC
               MOVE FUNCTION NUMVAL(AKI-ACCEPTED)
                    TO ACK-ACCEPTED-NUM
               MOVE FUNCTION NUMVAL(AKI-REJECTED)
                    TO ACK-REJECTED-NUM
               MOVE AKI-DATE TO ACK-DATE-RCVD
               MOVE AKI-TIME TO ACK-TIME-RCVD
               IF ACK-REJECTED-NUM > 0
                   MOVE "NAKED" TO ACK-STATUS
               ELSE
                   MOVE "ACKED" TO ACK-STATUS
               END-IF
           END-IF.

      *******   DRAIN THE RECEIVER'S DEALLOCATE IF IT DID NOT
      *******     ARRIVE WITH THE ACK DATA
           IF NOT CM-RC-DEALLOCATED-NORMAL
               MOVE LENGTH OF ACK-RECEIVE-BUFFER
                    TO CM-REQUESTED-LENGTH
               CALL "CMRCV"   USING  CM-CONV-ID
                                      ACK-RECEIVE-BUFFER
                                      CM-REQUESTED-LENGTH
                                      CM-DATA-RECEIVED
                                      CM-RECEIVED-LENGTH
                                      CM-STATUS-RECEIVED
                                      CM-REQUEST-TO-SEND-RECEIVED
                                      CM-RETURN-CODE
           END-IF.
       350-EXIT.
           EXIT.
      *
      ***********************************************
      * READ THE NEXT JOURNAL RECORD AND SEND IT AS *
      * ONE BUFFER                                  *
      ***********************************************
       400-SEND-RECORD.
           READ GL-JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
                   GO TO 400-EXIT
           END-READ.

           MOVE LENGTH OF GL-JOURNAL-RECORD TO CM-SEND-LENGTH.
           CALL "CMSEND"  USING  CM-CONV-ID
                                  GL-JOURNAL-RECORD
                                  CM-SEND-LENGTH
                                  CM-REQUEST-TO-SEND-RECEIVED
                                  CM-RETURN-CODE.
           IF CM-RETURN-CODE NOT = 0
               MOVE "FAILURE TO SEND GL JOURNAL RECORD"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           ADD 1 TO BUFFERS-SENT.
       400-EXIT.
           EXIT.
      *
      ***********************************************
      * APPEND THE SEND AND ITS ACKNOWLEDGMENT TO   *
      * THE LOCAL SENT-REPORTS LOG, FALLING BACK TO *
      * OPEN OUTPUT THE FIRST TIME                  *
      ***********************************************
       500-LOG-SENT.
           OPEN EXTEND SENT-FILE.
           IF SENT-STATUS NOT = "00"
               OPEN OUTPUT SENT-FILE
           END-IF.
           IF SENT-STATUS NOT = "00"
               DISPLAY "GLSEND PROGRAM - CANNOT OPEN SENT-REPORTS"
                       " LOG - STATUS " SENT-STATUS
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES TO SENT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SNT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO SNT-TIME.
           MOVE SYM-DEST-NAME TO SNT-DEST.
           MOVE BUFFERS-SENT TO SNT-BUFFERS-SENT.
           MOVE ACK-STATUS TO SNT-ACK-STATUS.
           MOVE ACK-ACCEPTED-NUM TO SNT-ACK-ACCEPTED.
           MOVE ACK-REJECTED-NUM TO SNT-ACK-REJECTED.
           MOVE ACK-DATE-RCVD TO SNT-ACK-DATE.
           MOVE ACK-TIME-RCVD TO SNT-ACK-TIME.
           WRITE SENT-RECORD.
           CLOSE SENT-FILE.
       500-EXIT.
           EXIT.
      *
      ***********************************************
      * DISPLAY EXECUTION COMPLETE OR ERROR MESSAGE *
      ***********************************************
       CLEANUP.
           IF CM-ERROR-DISPLAY-MSG = SPACES
               DISPLAY "PROGRAM: GLSEND EXECUTION COMPLETE"
           ELSE
               DISPLAY "GLSEND PROGRAM - ", CM-ERROR-DISPLAY-MSG,
                       " RC= ", CM-RETURN-CODE
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
       CLEANUP-EXIT. EXIT.
      *****************************************************************
