      *            LISTED ON THE LOCKBOX EXCEPTION FILE ("LOCKBXEX")  *
      *            FOR THE CASH DESK TO CHASE THE SAME MORNING.       *
      *                                                               *
      *            A PAYMENT POSTED TO AN ACCOUNT ON THE BAD-DEBT     *
      *            WRITE-OFF REGISTER ("WOREG") IS A RECOVERY - IT    *
      *            POSTS AND IS AUDITED LIKE ANY OTHER PAYMENT, AND   *
      *            IS ALSO APPENDED TO THE RECOVERY CROSS-REFERENCE   *
      *            ("WORECOV") AGAINST THE ACCOUNT'S LATEST           *
      *            WRITE-OFF, SO RECOVERIES CAN BE TRACED BACK TO     *
      *            THE REGISTER.                                      *
      *                                                               *
      *            THE SIGNED-ON OPERATOR ID IS TAKEN FROM THE        *
      *            COMMAND LINE AND CHECKED AGAINST THE STANDING      *
      *            OPERATOR TABLE ("OPERTAB") AT STARTUP - THE AR     *
      *            REAL OPERATOR IS STAMPED INTO QPAOPER AND          *
      *            AUD-OPER.                                          *
      *                                                               *
      *            EVERY AUDIT RECORD WRITTEN IS SEQUENCED AND        *
      *            CHAINED THROUGH THE AUDIT CONTROL FILE ("AUDCTL")  *
      *            - SEE UUBAUDIT AND UUBACTL.                        *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT DIAGNOSTIC-FILE ASSIGN TO "LOCKBXDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAGNOSTIC-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "WORECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *  DIAGNOSTIC-FILE  Server/SRPI failure diagnostics, written    *
      *                   whenever a SENDREQUEST comes back with a    *
           RECORDING MODE IS F.
           COPY UUBOPER.

      *****************************************************************
      *  WRITE-OFF-FILE   The bad-debt write-off register WRITEOFF    *
      *                   appends to - read at startup so a payment   *
      *                   against a written-off account is known as   *
      *                   a recovery.  Read only.                     *
      *****************************************************************
       FD  WRITE-OFF-FILE
           RECORDING MODE IS F.
           COPY UUBWOREG.

      *****************************************************************
      *  RECOVERY-FILE    The recovery cross-reference - one record   *
      *                   per payment posted to a written-off         *
      *                   account, tying it to the account's latest   *
      *                   write-off on the register.  Appended;       *
      *                   never truncated.                            *
      *****************************************************************
       FD  RECOVERY-FILE
           RECORDING MODE IS F.
       01  RECOVERY-RECORD.
           05 RCV-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-PAY-DATE         PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-BANKREF          PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-AMOUNT           PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-WO-DATE          PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-WO-BAL           PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 RCV-OPER             PIC X(8).

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  MST-FULL-SW         PIC X(1)  VALUE "N".
           88 MST-FULL                   VALUE "Y".

      *****************************************************************
      *  WRITE-OFF-TABLE   Each account on the write-off register,   *
      *                       with its latest write-off              *
      *  WRO-ACCT           The account                              *
      *  WRO-DATE           Its latest write-off date                *
      *  WRO-BAL            The balance that write-off cleared       *
      *  WRO-COUNT          Accounts in the table                    *
      *  WRO-MAX            Capacity of the table                    *
      *  WRO-IDX            Working subscript                        *
      *  WRO-HIT            Subscript of the payment account's       *
      *                       entry - zero if it was never written   *
      *                       off                                    *
      *  FIND-ACCT          The account being looked up              *
      *****************************************************************
       01  WRITE-OFF-TABLE.
           05 WRO-ENTRY        OCCURS 2000 TIMES.
              10 WRO-ACCT      PIC X(16).
              10 WRO-DATE      PIC 9(8).
              10 WRO-BAL       PIC S9(9).
       77  WRO-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  WRO-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  WRO-IDX             PIC 9(4)  COMP-5.
       01  WRO-HIT             PIC 9(4)  COMP-5  VALUE 0.
       01  FIND-ACCT           PIC X(16).

      *****************************************************************
      *  RUN-DATE          The run date, captured once at start of   *
      *                       run and stamped on every AUD-DATE and   *
      *  EXCEPTION-STATUS  FILE STATUS for EXCEPTION-FILE             *
      *  AUDIT-STATUS      FILE STATUS for AUDIT-FILE                 *
      *  DIAGNOSTIC-STATUS FILE STATUS for DIAGNOSTIC-FILE            *
      *  WRITE-OFF-STATUS  FILE STATUS for WRITE-OFF-FILE             *
      *  RECOVERY-STATUS   FILE STATUS for RECOVERY-FILE              *
      *****************************************************************
       01  LOCKBOX-STATUS      PIC XX.
       01  EXCEPTION-STATUS    PIC XX.
       01  AUDIT-STATUS        PIC XX.
       01  DIAGNOSTIC-STATUS   PIC XX.
       01  WRITE-OFF-STATUS    PIC XX.
       01  RECOVERY-STATUS     PIC XX.

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
      *  OPERATOR-STATUS  FILE STATUS for OPERATOR-FILE             *
      *  PAYMENTS-REJECTED   Count of payment lines on the         *
      *                         exception listing                   *
      *  AMOUNT-POSTED       Total of the amounts posted           *
      *  RECOVERIES-POSTED   Count of posted payments that were    *
      *                         recoveries of written-off debt      *
      *  RECOVERY-AMOUNT     Total of those payments               *
      *****************************************************************
       01  CONTROL-TOTALS.
           05 PAYMENTS-READ     PIC S9(9) COMP-5 VALUE 0.
           05 PAYMENTS-POSTED   PIC S9(9) COMP-5 VALUE 0.
           05 PAYMENTS-REJECTED PIC S9(9) COMP-5 VALUE 0.
           05 AMOUNT-POSTED     PIC S9(9) COMP-5 VALUE 0.
           05 RECOVERIES-POSTED PIC S9(9) COMP-5 VALUE 0.
           05 RECOVERY-AMOUNT   PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  QPAFLAGS-LOGCOM   QPACOM and QPALOG OR'd together, so the  *
      *                    1. OPEN THE LOCKBOX FILE - NO FILE MEANS   *
      *                          NO PAYMENTS ARRIVED TODAY            *
      *                    1. LOAD THE CUSTOMER MASTER VIA BFUNC4     *
      *                          AND THE WRITE-OFF REGISTER           *
      *                    1. FOR EACH PAYMENT LINE, EDIT IT, MATCH   *
      *                          IT AGAINST THE MASTER, AND POST IT   *
      *                          VIA BFUNC2 OR LIST IT AS AN          *
           IF AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 850-OPEN-AUDIT-CONTROL.

      *******   THE RECOVERY CROSS-REFERENCE IS PERMANENT TOO
           OPEN EXTEND RECOVERY-FILE.
           IF RECOVERY-STATUS NOT = "00"
              OPEN OUTPUT RECOVERY-FILE
           END-IF.

      *******   THE ACCOUNTS WRITTEN OFF AS BAD DEBT - A PAYMENT
      *******     AGAINST ONE OF THEM IS A RECOVERY
           PERFORM 170-LOAD-WRITE-OFFS.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-WRITE-OFFS)                    *
      *                    1. LOAD EVERY ACCOUNT ON THE WRITE-OFF     *
      *                          REGISTER WITH ITS LATEST WRITE-OFF - *
      *                          NO REGISTER YET MEANS NOTHING HAS    *
      *                          EVER BEEN WRITTEN OFF                *
      *                     ENDPROC (LOAD-WRITE-OFFS)                 *
      *********************-END PSEUDOCODE-****************************

       170-LOAD-WRITE-OFFS.

           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-STATUS = "00"
              PERFORM 175-LOAD-WRITE-OFF-ENTRY
                 THRU 175-LOAD-WRITE-OFF-ENTRY-EXIT
                 UNTIL WRITE-OFF-STATUS NOT = "00"
              CLOSE WRITE-OFF-FILE
           END-IF.

       170-LOAD-WRITE-OFFS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-WRITE-OFF-ENTRY)               *
      *                    1. READ THE NEXT REGISTER RECORD           *
      *                    1. REPLACE AN EARLIER WRITE-OFF HELD FOR   *
      *                          THE SAME ACCOUNT, OR ADD THE ACCOUNT *
      *                     ENDPROC (LOAD-WRITE-OFF-ENTRY)            *
      *********************-END PSEUDOCODE-****************************

       175-LOAD-WRITE-OFF-ENTRY.

           READ WRITE-OFF-FILE
              AT END MOVE "10" TO WRITE-OFF-STATUS
           END-READ.

           IF WRITE-OFF-STATUS NOT = "00"
              GO TO 175-LOAD-WRITE-OFF-ENTRY-EXIT
           END-IF.

           MOVE WOR-ACCT TO FIND-ACCT.
           PERFORM 330-FIND-WRITE-OFF.

           IF WRO-HIT = 0
              IF WRO-COUNT < WRO-MAX
                 ADD 1 TO WRO-COUNT
                 MOVE WRO-COUNT TO WRO-HIT
                 MOVE WOR-ACCT TO WRO-ACCT(WRO-HIT)
                 MOVE 0 TO WRO-DATE(WRO-HIT)
              ELSE

      *******   A LOST ENTRY ONLY COSTS A RECOVERY ITS CROSS-
      *******     REFERENCE - THE PAYMENT ITSELF STILL POSTS
                 DISPLAY "LOCKBOX - WARNING: WRITE-OFF REGISTER "
                         "OVERFLOWED THE TABLE - ACCOUNT " WOR-ACCT
                         " NOT LOADED - RAISE WRO-MAX"
                 GO TO 175-LOAD-WRITE-OFF-ENTRY-EXIT
              END-IF
           END-IF.

           IF WOR-DATE NOT < WRO-DATE(WRO-HIT)
              MOVE WOR-DATE TO WRO-DATE(WRO-HIT)
              MOVE FUNCTION NUMVAL(WOR-BAL) TO WRO-BAL(WRO-HIT)
           END-IF.

       175-LOAD-WRITE-OFF-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROCESS-PAYMENT)                    *
      *                    1. READ THE NEXT PAYMENT LINE              *
              MOVE PAY-ACCT TO AUD-ACCT
              MOVE QPAOPER TO AUD-OPER
              MOVE PAY-AMOUNT-NUM TO AUD-BAL
              PERFORM 860-WRITE-AUDIT-RECORD
              PERFORM 320-RECORD-RECOVERY
                 THRU 320-RECORD-RECOVERY-EXIT
           ELSE

      *******   A SERVER-REJECTED PAYMENT STILL BELONGS ON THE

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RECORD-RECOVERY)                    *
      *                    1. FIND THE POSTED ACCOUNT ON THE          *
      *                          WRITE-OFF REGISTER - NOT THERE MEANS *
      *                          AN ORDINARY PAYMENT                  *
      *                    1. OTHERWISE APPEND THE CROSS-REFERENCE    *
      *                          TYING THE PAYMENT TO THE ACCOUNT'S   *
      *                          LATEST WRITE-OFF                     *
      *                     ENDPROC (RECORD-RECOVERY)                 *
      *********************-END PSEUDOCODE-****************************

       320-RECORD-RECOVERY.

           MOVE PAY-ACCT TO FIND-ACCT.
           PERFORM 330-FIND-WRITE-OFF.
           IF WRO-HIT = 0
              GO TO 320-RECORD-RECOVERY-EXIT
           END-IF.

      *******   THE CROSS-REFERENCE CARRIES THE PAYMENT'S AUDIT DATE
      *******     AND TIME, SO IT CAN BE MATCHED TO THE AUDIT TRAIL
           MOVE SPACES TO RECOVERY-RECORD.
           MOVE AUD-DATE TO RCV-DATE.
           MOVE AUD-TIME TO RCV-TIME.
           MOVE PAY-ACCT TO RCV-ACCT.
           MOVE PAY-DATE TO RCV-PAY-DATE.
           MOVE PAY-BANKREF TO RCV-BANKREF.
           MOVE PAY-AMOUNT-NUM TO RCV-AMOUNT.
           MOVE WRO-DATE(WRO-HIT) TO RCV-WO-DATE.
           MOVE WRO-BAL(WRO-HIT) TO RCV-WO-BAL.
           MOVE QPAOPER TO RCV-OPER.
           WRITE RECOVERY-RECORD.

           ADD 1 TO RECOVERIES-POSTED.
           ADD PAY-AMOUNT-NUM TO RECOVERY-AMOUNT.

       320-RECORD-RECOVERY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-WRITE-OFF)                     *
      *                    1. FIND FIND-ACCT IN THE WRITE-OFF TABLE,  *
      *                          LEAVING ITS SUBSCRIPT IN WRO-HIT     *
      *                     ENDPROC (FIND-WRITE-OFF)                  *
      *********************-END PSEUDOCODE-****************************

       330-FIND-WRITE-OFF.

           MOVE 0 TO WRO-HIT.
           PERFORM 335-CHECK-WRITE-OFF
              VARYING WRO-IDX FROM 1 BY 1
              UNTIL WRO-IDX > WRO-COUNT OR WRO-HIT > 0.

       330-FIND-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-WRITE-OFF)                    *
      *                    1. NOTE THE ENTRY IF IT IS FIND-ACCT'S     *
      *                     ENDPROC (CHECK-WRITE-OFF)                 *
      *********************-END PSEUDOCODE-****************************

       335-CHECK-WRITE-OFF.

           IF WRO-ACCT(WRO-IDX) = FIND-ACCT
              MOVE WRO-IDX TO WRO-HIT
           END-IF.

       335-CHECK-WRITE-OFF-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DIAGNOSTIC)                   *
      *                    1. MOVE ACCOUNT, SERVER RETURN CODE,       *
           CLOSE LOCKBOX-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-FILE.
           IF AUDCTL-OPEN
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           CLOSE DIAGNOSTIC-FILE.
           CLOSE RECOVERY-FILE.

       800-CLOSE-FILES-EXIT.

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
              DISPLAY "LOCKBOX - WARNING: CANNOT OPEN AUDCTL - STATUS "
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

           DISPLAY "LOCKBOX - WARNING: CANNOT UPDATE AUDCTL - "
                   "STATUS " AUDCTL-STATUS " - AUDIT RECORDS WILL NOT "
                   "BE SEQUENCED".
           CLOSE AUDIT-CONTROL-FILE.
           SET AUDCTL-CLOSED TO TRUE.

       880-AUDIT-CONTROL-FAILED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-CONTROL-TOTALS)               *
      *                    1. DISPLAY PAYMENTS READ                   *
      *                    1. DISPLAY PAYMENTS POSTED AND REJECTED    *
      *                    1. DISPLAY TOTAL AMOUNT POSTED             *
      *                    1. DISPLAY RECOVERIES OF WRITTEN-OFF DEBT  *
      *                     ENDPROC (PRINT-CONTROL-TOTALS)            *
      *********************-END PSEUDOCODE-****************************

                   PAYMENTS-REJECTED.
           DISPLAY "  TOTAL AMOUNT POSTED. . . . . . . . : "
                   AMOUNT-POSTED.
           DISPLAY "  RECOVERIES OF WRITTEN-OFF DEBT . . : "
                   RECOVERIES-POSTED.
           DISPLAY "  TOTAL AMOUNT RECOVERED . . . . . . : "
                   RECOVERY-AMOUNT.

       900-PRINT-CONTROL-TOTALS-EXIT.

