      *          POSITIVE" ARE TRANSMITTED; OTHER EXCEPTION         *
      *          REASONS (E.G. INVALID ACCOUNT NUMBER) ARE NOT      *
      *          DEBTOR BUSINESS AND ARE SKIPPED.                   *
      *          CLOSED-FILE ("CLOSEREG") - THE CLOSED-ACCOUNTS     *
      *          REGISTER CUSTCLOS APPENDS TO.  AN ACCOUNT CLOSED   *
      *          OR MERGED AWAY STAYS ON THE CUSTOMER MASTER, BUT   *
      *          IS NO LONGER COLLECTIONS BUSINESS AND IS LEFT OUT  *
      *          OF EVERY REGION'S REPORT.  NO REGISTER AT ALL      *
      *          MEANS NO ACCOUNT HAS BEEN CLOSED.                  *
      *                                                             *
      * OUTPUT:  ONE CPI-C SEND PER REPORT LINE (HEADER, DETAILS,   *
      *          TRAILER) TO EACH ROUTED SYMBOLIC DESTINATION.      *
           SELECT SENT-FILE ASSIGN TO "SENTRPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENT-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-STATUS.
       I-O-CONTROL.
      *
       DATA DIVISION.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNT-ACK-TIME         PIC 9(8).

      *****************************************************************
      *  CLOSED-FILE      The closed-accounts register written by     *
      *                   CUSTCLOS - read once into CLOSED-TABLE so   *
      *                   closed and merged-away accounts are left    *
      *                   off the debtor reports.                     *
      *****************************************************************
       FD  CLOSED-FILE
           RECORDING MODE IS F.
           COPY UUBCLREG.

       WORKING-STORAGE SECTION.

       01  SUMMARY-STATUS          PIC  X(2).

       01  ROUTING-STATUS          PIC  X(2).

       01  CLOSED-STATUS           PIC  X(2).

      *****************************************************************
      *  DEFAULT-DEST-NAME  The original single feed - every state    *
      *                     with no routing entry still goes here     *
           88  DEST-FOUND                VALUE "Y".
           88  DEST-NOT-FOUND            VALUE "N".

      *****************************************************************
      *  CLOSED-TABLE     The accounts on the closed-accounts         *
      *                   register, loaded once from CLOSEREG.  An    *
      *                   exception for one of these accounts is not  *
      *                   sent to any region.                         *
      *  CLOSED-SKIPPED   Exceptions left out because the account is  *
      *                   closed - counted on the tally pass only     *
      *****************************************************************
       01  CLOSED-TABLE.
           05  CLT-ACCT            PIC X(16)    OCCURS 2000 TIMES.
       77  CLT-COUNT               PIC 9(4)     COMP-5  VALUE 0.
       77  CLT-MAX                 PIC 9(4)     COMP-5  VALUE 2000.
       01  CLT-IDX                 PIC 9(4)     COMP-5.
       01  CLOSED-FOUND-SW         PIC X(1)     VALUE "N".
           88  CLOSED-FOUND              VALUE "Y".
           88  CLOSED-NOT-FOUND          VALUE "N".
       77  CLOSED-SKIPPED          PIC S9(9)    COMP-5  VALUE 0.

      *****************************************************************
      *  SRPI FIELDS FOR THE CUSTOMER MASTER FETCH - THE SAME BFUNC4  *
      *  BLOCK STREAM BSAMPL READS, USED HERE ONLY TO LOOK UP EACH    *
              THRU 060-EXIT.
           PERFORM 070-LOAD-MASTER
              THRU 070-EXIT.
           PERFORM 090-LOAD-CLOSED
              THRU 090-EXIT.

      *******   THE DEFAULT FEED ALWAYS TRANSMITS, EVEN WITH ZERO
      *******     RECORDS - A HEADER AND A ZERO-COUNT TRAILER LET
              THRU 200-EXIT
                  UNTIL EXCEPTION-EOF.
           CLOSE EXCEPTION-FILE.
           IF CLOSED-SKIPPED > 0
               DISPLAY "DEBTSEND - CLOSED ACCOUNTS NOT SENT . : "
                       CLOSED-SKIPPED
           END-IF.

      *******   ONE CONVERSATION PER REGION WITH RECORDS TO SEND
           PERFORM 300-SEND-REGION
           END-IF.
       080-EXIT.
           EXIT.
      *
      ***********************************************
      * LOAD THE CLOSED-ACCOUNTS REGISTER.  NO      *
      * REGISTER AT ALL JUST MEANS NO ACCOUNT HAS   *
      * BEEN CLOSED YET.  AN OVERFLOW STOPS THE RUN *
      * RATHER THAN SEND A CLOSED ACCOUNT TO        *
      * COLLECTIONS.                                *
      ***********************************************
       090-LOAD-CLOSED.
           OPEN INPUT CLOSED-FILE.
           IF CLOSED-STATUS NOT = "00"
               GO TO 090-EXIT
           END-IF.

       090-READ-CLOSED.
           READ CLOSED-FILE
               AT END
                   CLOSE CLOSED-FILE
                   GO TO 090-EXIT
           END-READ.
           IF CLR-ACCT = SPACES
               GO TO 090-READ-CLOSED
           END-IF.
           IF CLT-COUNT NOT < CLT-MAX
               CLOSE CLOSED-FILE
               MOVE "CLOSED-ACCOUNT REGISTER OVERFLOWED TABLE"
                    TO CM-ERROR-DISPLAY-MSG
               PERFORM CLEANUP
                  THRU CLEANUP-EXIT
           END-IF.
           ADD 1 TO CLT-COUNT.
           MOVE CLR-ACCT TO CLT-ACCT (CLT-COUNT).
           GO TO 090-READ-CLOSED.
       090-EXIT.
           EXIT.
      *
       100-OPEN-EXCEPTIONS.
           MOVE "N" TO EOF-SW.
               GO TO 200-EXIT
           END-IF.

      *******   A CLOSED OR MERGED-AWAY ACCOUNT IS NOT A DEBTOR
           PERFORM 280-FIND-CLOSED-ACCT
              THRU 280-EXIT.
           IF CLOSED-FOUND
               ADD 1 TO CLOSED-SKIPPED
               GO TO 200-EXIT
           END-IF.

           PERFORM 250-RESOLVE-DESTINATION
              THRU 250-EXIT.

           EXIT.
      *
      ***********************************************
      * SCAN THE CLOSED-ACCOUNTS TABLE FOR THE      *
      * EXCEPTION'S ACCOUNT                         *
      ***********************************************
       280-FIND-CLOSED-ACCT.
           MOVE "N" TO CLOSED-FOUND-SW.
           PERFORM 285-CHECK-CLOSED-ENTRY
              THRU 285-EXIT
                  VARYING CLT-IDX FROM 1 BY 1
                  UNTIL CLT-IDX > CLT-COUNT OR CLOSED-FOUND.
       280-EXIT.
           EXIT.
      *
       285-CHECK-CLOSED-ENTRY.
           IF CLT-ACCT (CLT-IDX) = EXC-ACCT
               SET CLOSED-FOUND TO TRUE
           END-IF.
       285-EXIT.
           EXIT.
      *
      ***********************************************
      * OPEN ONE CPI-C CONVERSATION FOR THE REGION  *
      * IN SENDING-IDX, SEND ITS HEADER, ITS        *
      * DETAILS (RE-READING THE EXCEPTION FILE AND  *
               GO TO 400-EXIT
           END-IF.

      *******   A CLOSED OR MERGED-AWAY ACCOUNT IS NOT A DEBTOR
           PERFORM 280-FIND-CLOSED-ACCT
              THRU 280-EXIT.
           IF CLOSED-FOUND
               GO TO 400-EXIT
           END-IF.

      *******   ONLY THE RECORDS ROUTED TO THE REGION BEING SENT
           PERFORM 250-RESOLVE-DESTINATION
              THRU 250-EXIT.
