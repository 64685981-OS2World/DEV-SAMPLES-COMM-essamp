      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CREDMNT.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Credit limit maintenance.  Given the signed-on     *
      *            operator ID and a CUSTOMER-ACCT on the command     *
      *            line, confirms the account is on IBMabase via the  *
      *            BFUNC1 "get record" stream, shows the operator     *
      *            the account's balance with its current credit      *
      *            limit and hold, accepts a new limit and hold from  *
      *            the console (a blank reply keeps the current       *
      *            value), and rewrites the standing credit limit     *
      *            file ("CREDLIM").                                  *
      *                                                               *
      *            AN ACCOUNT NOT YET ON THE CREDIT LIMIT FILE IS     *
      *            ADDED.  EVERY CHANGED RECORD IS STAMPED WITH THE   *
      *            SIGNED-ON OPERATOR AND TODAY'S DATE, SO THE FILE   *
      *            ITSELF ANSWERS WHO SET THE LIMIT AND WHEN.         *
      *                                                               *
      *            A HOLD PUT ON HERE IS A MANUAL HOLD - THE NIGHTLY  *
      *            CREDIT REVIEW (CREDREVW) NEVER LIFTS IT.  A HOLD   *
      *            TAKEN OFF HERE STAYS OFF ONLY WHILE THE ACCOUNT    *
      *            IS WITHIN ITS LIMIT - THE NEXT REVIEW PUTS AN      *
      *            OVER-LIMIT ACCOUNT BACK ON HOLD.                   *
      *                                                               *
      *            THE SIGNED-ON OPERATOR IS CHECKED AGAINST THE      *
      *            STANDING OPERATOR TABLE ("OPERTAB") AT STARTUP -   *
      *            THE CUSTOMER MAINTENANCE FUNCTION MUST BE GRANTED  *
      *            THERE, AS FOR CUSTMNT.                             *
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
         PROGRAM-ID. CREDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-LIMIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  CREDIT-LIMIT-FILE The standing credit limit file - read      *
      *                   whole into storage at startup and rewritten *
      *                   whole once the operator's change is made.   *
      *                   Record layout is UUBCRLIM.                  *
      *****************************************************************
       FD  CREDIT-LIMIT-FILE
           RECORDING MODE IS F.
       01  CREDIT-LIMIT-LINE        PIC X(66).

      *****************************************************************
      *  OPERATOR-FILE    The standing operator table - the signed-on *
      *                   operator must be on it, with the customer   *
      *                   maintenance function granted, before any    *
      *                   credit limit is changed.                    *
      *****************************************************************
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
           COPY UUBOPER.

       WORKING-STORAGE SECTION.

      *****************************************************************
      *             Working Storage Section                           *
      *****************************************************************
      *  BSERVER          Server Name                                 *
      *  QPACOM           Commit the Transaction                      *
      *  BFUNC1           Function Code : Get Record                  *
      *  BRCOK            Server Return Code OK                       *
      *  BLSTR            Last Record                                 *
      *  BQPARMS-SIZE     Request Parameters Record Size              *
      *  CUST-REC-SIZE    Customer Record Size                        *
      *                                                                *
      *  BRETCOD          SRPI Return Code                            *
      *                                                                *
      *  BQPARMS-RECORD   Request Parameters                          *
      *  QPAFLAGS         Processing Flags                            *
      *  QPAOPER          Requesting Operator                         *
      *****************************************************************

       77  BSERVER            PIC X(8)             VALUE "IBMabase".
       77  QPACOM             PIC 9(4)     COMP-5  VALUE H'02'.
       77  BFUNC1             PIC 9(4)     COMP-5  VALUE  IS 1.
       77  BRCOK              PIC 9(9)     COMP-5  VALUE H'00000000'.
       77  BLSTR              PIC 9(9)     COMP-5  VALUE H'00000004'.
       77  BQPARMS-SIZE       PIC 9(4)     COMP-5  VALUE IS 9.
       77  CUST-REC-SIZE      PIC 9(4)     COMP-5  VALUE IS 109.

       01  BRETCOD            PIC S9(9)    COMP-5.

       01  BQPARMS-RECORD.
           05 QPAFLAGS         PIC 9(2)     COMP-5.
           05 QPAOPER          PIC X(8).

        COPY UUBCUST.

      *****************************************************************
      *  CREDIT-LIMIT-RECORD The working copy of the one credit      *
      *                       limit record being maintained          *
      *****************************************************************
        COPY UUBCRLIM.

      *****************************************************************
      *  CREDIT-LIMIT-STATUS FILE STATUS for CREDIT-LIMIT-FILE       *
      *  TARGET-ACCT      The CUSTOMER-ACCT being maintained          *
      *  FOUND-SW         'Y' once the BFUNC1 stream returned the    *
      *                       target account                          *
      *  CHANGED-SW       'Y' once the operator has changed the      *
      *                       limit or the hold                       *
      *****************************************************************
       01  CREDIT-LIMIT-STATUS PIC XX.
       01  TARGET-ACCT         PIC X(16) VALUE SPACES.

      *****************************************************************
      *  OPERATOR-STATUS  FILE STATUS for OPERATOR-FILE             *
      *  COMMAND-ARGS     The raw command line - the signed-on      *
      *                      operator ID followed by the account to  *
      *                      maintain                                *
      *  SIGNON-OPER      The signed-on operator - checked against  *
      *                      the operator table and stamped into     *
      *                      CRL-SET-BY                              *
      *  OPER-FOUND-SW    'Y' once the operator's table row has    *
      *                      been read                               *
      *****************************************************************
       01  OPERATOR-STATUS     PIC XX.
       01  COMMAND-ARGS        PIC X(40) VALUE SPACES.
       01  SIGNON-OPER         PIC X(8)  VALUE SPACES.
       01  OPER-FOUND-SW       PIC X(1)  VALUE "N".
           88 OPER-FOUND                 VALUE "Y".
           88 OPER-NOT-FOUND             VALUE "N".
       01  FOUND-SW            PIC X(1)  VALUE "N".
           88 ACCT-FOUND                 VALUE "Y".
           88 ACCT-NOT-FOUND             VALUE "N".
       01  CHANGED-SW          PIC X(1)  VALUE "N".
           88 RECORD-CHANGED             VALUE "Y".
           88 RECORD-UNCHANGED           VALUE "N".

      *****************************************************************
      *  LIMIT-TABLE        The credit limit file, carried in        *
      *                       storage so it can be rewritten whole   *
      *  CRT-COUNT           Records in the table                   *
      *  CRT-MAX             Capacity of the table                  *
      *  CRT-IDX             Working subscript                      *
      *  CRT-HIT             Subscript of the target account's      *
      *                       record - zero if it has none yet       *
      *****************************************************************
       01  LIMIT-TABLE.
           05 CRT-ENTRY        PIC X(66) OCCURS 2000 TIMES.
       77  CRT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CRT-MAX             PIC 9(4)  COMP-5  VALUE 2000.
       01  CRT-IDX             PIC 9(4)  COMP-5.
       01  CRT-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  REPLY-FIELD       The operator's console reply for one       *
      *                       field - blank keeps the current value   *
      *  VAL-IDX           Working subscript for the edit check     *
      *  REPLY-VALID-SW    'Y' if the reply passed its edit         *
      *  BAL-EDIT          CUSTOMER-BAL edited for display          *
      *  LIMIT-EDIT        CRL-LIMIT edited for display             *
      *****************************************************************
       01  REPLY-FIELD         PIC X(25).
       01  VAL-IDX             PIC 9(4)  COMP-5.
       01  REPLY-VALID-SW      PIC X(1)  VALUE "Y".
           88 REPLY-VALID                VALUE "Y".
           88 REPLY-INVALID              VALUE "N".
       01  BAL-EDIT            PIC -(9)9.
       01  LIMIT-EDIT          PIC Z(8)9.

       COPY UUBCPRB.
      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. GET THE OPERATOR AND TARGET ACCOUNT     *
      *                          FROM THE COMMAND LINE                *
      *                    1. SIGN THE OPERATOR ON                    *
      *                    1. SCAN THE BFUNC1 STREAM FOR THE ACCOUNT  *
      *                    1. LOAD THE CREDIT LIMIT FILE AND FIND     *
      *                          THE ACCOUNT'S RECORD, IF ANY         *
      *                    1. SHOW THE CURRENT LIMIT AND HOLD AND     *
      *                          ACCEPT CHANGES                       *
      *                    1. STAMP AND STORE THE RECORD AND REWRITE  *
      *                          THE CREDIT LIMIT FILE                *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE COMMAND LINE CARRIES THE SIGNED-ON OPERATOR ID
      *******     FOLLOWED BY THE ACCOUNT TO MAINTAIN
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO SIGNON-OPER TARGET-ACCT.

           IF SIGNON-OPER = SPACES OR TARGET-ACCT = SPACES
              DISPLAY "CREDMNT - GIVE THE OPERATOR ID AND THE "
                      "CUSTOMER-ACCT TO MAINTAIN AS THE COMMAND "
                      "LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   SIGN THE OPERATOR ON AGAINST THE OPERATOR TABLE -
      *******     NO AUTHORIZED OPERATOR, NO CHANGES
           PERFORM 120-SIGN-ON-OPERATOR.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

      *******   SET REQUESTING OPERATOR ID = THE SIGNED-ON OPERATOR
           MOVE SIGNON-OPER TO QPAOPER.

      *******   INITIALIZE SERVER RETURN CODE
           MOVE BRCOK TO UERSERVRC.

      *******   INITIALIZE SRPI RETURN CODE
           MOVE UERERROK TO BRETCOD.

      *******   A LIMIT IS ONLY EVER SET FOR AN ACCOUNT THAT IS ON
      *******     THE CUSTOMER DATABASE
           PERFORM 200-FIND-CUSTOMER UNTIL
             (ACCT-FOUND
              OR (UERSERVRC  EQUAL BLSTR)
              OR (BRETCOD NOT EQUAL UERERROK)).

           IF BRETCOD NOT = UERERROK
              DISPLAY "CREDMNT - GET RECORD FAILED BEFORE THE "
                      "ACCOUNT WAS REACHED - SRPI RC " BRETCOD
                      " SERVER RC " UERSERVRC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF ACCT-NOT-FOUND
              DISPLAY "CREDMNT - ACCOUNT " TARGET-ACCT
                      " IS NOT ON THE CUSTOMER DATABASE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   LOAD THE CREDIT LIMIT FILE AND LOOK FOR THE ACCOUNT
           PERFORM 150-LOAD-LIMITS.
           PERFORM 250-FIND-LIMIT-ENTRY
              VARYING CRT-IDX FROM 1 BY 1
              UNTIL CRT-IDX > CRT-COUNT OR CRT-HIT > 0.

      *******   AN ACCOUNT WITH NO RECORD YET STARTS FROM A ZERO
      *******     LIMIT AND NO HOLD - THERE MUST BE ROOM TO ADD IT
           IF CRT-HIT > 0
              MOVE CRT-ENTRY(CRT-HIT) TO CREDIT-LIMIT-RECORD
           ELSE
              IF CRT-COUNT NOT < CRT-MAX
                 DISPLAY "CREDMNT - CREDIT LIMIT FILE IS FULL AT "
                         CRT-MAX " ACCOUNTS - ACCOUNT " TARGET-ACCT
                         " CANNOT BE ADDED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO CREDIT-LIMIT-RECORD
              MOVE TARGET-ACCT TO CRL-ACCT
              MOVE 0 TO CRL-LIMIT
              MOVE "N" TO CRL-HOLD
              MOVE 0 TO CRL-REVIEW-DATE
              MOVE 0 TO CRL-REVIEW-TIME
              MOVE 0 TO CRL-SET-DATE
              DISPLAY "CREDMNT - ACCOUNT " TARGET-ACCT
                      " HAS NO CREDIT LIMIT ON FILE - ADDING IT"
           END-IF.

           PERFORM 300-ACCEPT-CHANGES.

           IF RECORD-UNCHANGED
              DISPLAY "CREDMNT - NOTHING CHANGED - CREDIT LIMIT "
                      "FILE NOT REWRITTEN"
              STOP RUN
           END-IF.

      *******   STAMP WHO SET IT AND WHEN, STORE IT, AND REWRITE
           MOVE SIGNON-OPER TO CRL-SET-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRL-SET-DATE.
           IF CRT-HIT = 0
              ADD 1 TO CRT-COUNT
              MOVE CRT-COUNT TO CRT-HIT
           END-IF.
           MOVE CREDIT-LIMIT-RECORD TO CRT-ENTRY(CRT-HIT).

           PERFORM 700-REWRITE-LIMITS.

           DISPLAY "CREDMNT - CREDIT LIMIT FOR ACCOUNT " TARGET-ACCT
                   " UPDATED".

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SIGN-ON-OPERATOR)                   *
      *                    1. FIND THE OPERATOR ON THE STANDING       *
      *                          OPERATOR TABLE                       *
      *                    1. REJECT AN OPERATOR THE TABLE DOES NOT   *
      *                          GRANT THE CUSTOMER MAINTENANCE       *
      *                          FUNCTION                             *
      *                     ENDPROC (SIGN-ON-OPERATOR)                *
      *********************-END PSEUDOCODE-****************************

       120-SIGN-ON-OPERATOR.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
              DISPLAY "CREDMNT - NO OPERATOR TABLE FOUND - NO "
                      "UPDATES CAN BE AUTHORIZED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 130-FIND-OPERATOR
              UNTIL OPER-FOUND OR OPERATOR-STATUS NOT = "00".
           CLOSE OPERATOR-FILE.

           IF OPER-NOT-FOUND
              DISPLAY "CREDMNT - OPERATOR " SIGNON-OPER
                      " IS NOT ON THE OPERATOR TABLE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE OPERATOR'S TABLE ROW IS STILL IN THE RECORD
      *******     AREA - CREDIT LIMITS ARE CUSTOMER MAINTENANCE, SO
      *******     CHECK THAT FUNCTION IS GRANTED
           IF NOT OPR-MAINT-ALLOWED
              DISPLAY "CREDMNT - OPERATOR " SIGNON-OPER
                      " IS NOT AUTHORIZED FOR CUSTOMER MAINTENANCE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       120-SIGN-ON-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-OPERATOR)                      *
      *                    1. READ THE NEXT OPERATOR TABLE ROW,       *
      *                          FLAGGING THE SIGNED-ON OPERATOR'S    *
      *                     ENDPROC (FIND-OPERATOR)                   *
      *********************-END PSEUDOCODE-****************************

       130-FIND-OPERATOR.

           READ OPERATOR-FILE
              AT END MOVE "10" TO OPERATOR-STATUS
              NOT AT END
                 IF OPR-ID = SIGNON-OPER
                    SET OPER-FOUND TO TRUE
                 END-IF
           END-READ.

       130-FIND-OPERATOR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-LIMITS)                        *
      *                    1. READ THE CREDIT LIMIT FILE INTO THE     *
      *                          TABLE - A MISSING FILE IS AN EMPTY   *
      *                          ONE, AND IS CREATED ON REWRITE       *
      *                     ENDPROC (LOAD-LIMITS)                     *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-LIMITS.

           OPEN INPUT CREDIT-LIMIT-FILE.
           IF CREDIT-LIMIT-STATUS = "00"
              PERFORM 160-LOAD-LIMIT-ENTRY
                 UNTIL CREDIT-LIMIT-STATUS NOT = "00"
              CLOSE CREDIT-LIMIT-FILE
           END-IF.

       150-LOAD-LIMITS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-LIMIT-ENTRY)                   *
      *                    1. READ THE NEXT CREDIT LIMIT RECORD AND   *
      *                          ADD IT TO THE TABLE                  *
      *                    1. A FULL TABLE STOPS THE RUN - A          *
      *                          REWRITE FROM A PARTIAL TABLE WOULD   *
      *                          LOSE THE LIMITS NOT LOADED           *
      *                     ENDPROC (LOAD-LIMIT-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       160-LOAD-LIMIT-ENTRY.

           READ CREDIT-LIMIT-FILE
              AT END MOVE "10" TO CREDIT-LIMIT-STATUS
              NOT AT END
                 IF CRT-COUNT NOT < CRT-MAX
                    DISPLAY "CREDMNT - CREDIT LIMIT FILE HOLDS MORE "
                            "THAN " CRT-MAX " ACCOUNTS - NOTHING "
                            "CHANGED"
                    CLOSE CREDIT-LIMIT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO CRT-COUNT
                 MOVE CREDIT-LIMIT-LINE TO CRT-ENTRY(CRT-COUNT)
           END-READ.

       160-LOAD-LIMIT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-CUSTOMER)                      *
      *                    1. GET THE NEXT CUSTOMER-RECORD FROM THE   *
      *                          BFUNC1 STREAM                        *
      *                    1. FLAG WHEN IT IS THE TARGET ACCOUNT      *
      *                     ENDPROC (FIND-CUSTOMER)                   *
      *********************-END PSEUDOCODE-****************************

       200-FIND-CUSTOMER.

      *******   INITIALIZE THE CPRB STRUCTURE <INIT_SEND_REQ_PARMS>
           CALL '__INIT_SEND_REQ_PARMS' USING UERCPRB.

      *******   MOVE SERVER NAME  INTO CPRB STRUCTURE
           MOVE BSERVER TO UERSERVER.

      *******   MOVE FUNCTION (GET RECORD)INTO CPRB STRUCTURE
           MOVE BFUNC1 TO UERFUNCT.

      *******   SET CPRB REQUEST PARAMETERS BUFFER INFORMATION
           MOVE BQPARMS-SIZE TO UERQPARML.

      *******   SET CPRB REQUEST PARAMETERS BUFFER INFORMATION
           SET UERQPARMAD TO ADDRESS OF BQPARMS-RECORD.

      *******   SET CPRB REPLY DATA BUFFER INFORMATION
           MOVE CUST-REC-SIZE TO UERRDATAL.

      *******   SET CPRB REPLY DATA BUFFER INFORMATION
           SET UERRDATAAD TO ADDRESS OF CUSTOMER-RECORD.

      *******   SEND THE REQUEST TO THE SERVER <SENDREQUEST>
           CALL '__SENDREQUEST' USING UERCPRB.

      *******   RETURN SRPI RETURN CODE TO MAIN
           MOVE UERRETCODE TO BRETCOD.

           IF BRETCOD = UERERROK AND UERSERVRC = BRCOK
              IF CUSTOMER-ACCT = TARGET-ACCT
                 SET ACCT-FOUND TO TRUE
              END-IF
           END-IF.

       200-FIND-CUSTOMER-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-LIMIT-ENTRY)                   *
      *                    1. NOTE THE TABLE ENTRY FOR THE TARGET     *
      *                          ACCOUNT                              *
      *                     ENDPROC (FIND-LIMIT-ENTRY)                *
      *********************-END PSEUDOCODE-****************************

       250-FIND-LIMIT-ENTRY.

           IF CRT-ENTRY(CRT-IDX)(1:16) = TARGET-ACCT
              MOVE CRT-IDX TO CRT-HIT
           END-IF.

       250-FIND-LIMIT-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ACCEPT-CHANGES)                     *
      *                    1. SHOW THE BALANCE, LIMIT, AND HOLD       *
      *                    1. ACCEPT A NEW LIMIT - DIGITS ONLY, A     *
      *                          BLANK REPLY KEEPS THE CURRENT ONE    *
      *                    1. ACCEPT A NEW HOLD - Y OR N, A BLANK     *
      *                          REPLY KEEPS THE CURRENT ONE          *
      *                     ENDPROC (ACCEPT-CHANGES)                  *
      *********************-END PSEUDOCODE-****************************

       300-ACCEPT-CHANGES.

           DISPLAY "CREDMNT - MAINTAINING ACCOUNT " TARGET-ACCT
                   " " CUSTOMER-NAME.
           MOVE CUSTOMER-BAL TO BAL-EDIT.
           DISPLAY "  BALANCE. . . . : " BAL-EDIT.
           IF CRL-ON-HOLD
              IF CRL-MANUAL-HOLD
                 DISPLAY "  ON HOLD. . . . : Y (SET BY OPERATOR)"
              ELSE
                 DISPLAY "  ON HOLD. . . . : Y (SET BY REVIEW)"
              END-IF
           ELSE
              DISPLAY "  ON HOLD. . . . : N"
           END-IF.
           IF CRL-SET-DATE NOT = 0
              DISPLAY "  LAST SET . . . : " CRL-SET-DATE
                      " BY " CRL-SET-BY
           END-IF.
           DISPLAY "  REPLY WITH A NEW VALUE, OR BLANK TO KEEP".

      *******   THE LIMIT - WHOLE UNITS, DIGITS ONLY.  A BAD REPLY
      *******     IS ASKED FOR AGAIN RATHER THAN GUESSED AT.
           SET REPLY-INVALID TO TRUE.
           PERFORM 320-ACCEPT-LIMIT UNTIL REPLY-VALID.

      *******   THE HOLD - Y OR N.  A HOLD PUT ON HERE IS MANUAL
      *******     AND IS NEVER LIFTED BY THE NIGHTLY REVIEW.
           SET REPLY-INVALID TO TRUE.
           PERFORM 340-ACCEPT-HOLD UNTIL REPLY-VALID.

       300-ACCEPT-CHANGES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ACCEPT-LIMIT)                       *
      *                    1. SHOW THE CURRENT LIMIT AND ACCEPT A     *
      *                          REPLY                                *
      *                    1. A REPLY OF UP TO NINE DIGITS REPLACES   *
      *                          THE LIMIT - ANYTHING ELSE IS         *
      *                          REFUSED                              *
      *                     ENDPROC (ACCEPT-LIMIT)                    *
      *********************-END PSEUDOCODE-****************************

       320-ACCEPT-LIMIT.

           MOVE CRL-LIMIT TO LIMIT-EDIT.
           DISPLAY "  CREDIT LIMIT . : " LIMIT-EDIT.
           MOVE SPACES TO REPLY-FIELD.
           ACCEPT REPLY-FIELD.

           SET REPLY-VALID TO TRUE.
           IF REPLY-FIELD NOT = SPACES
              IF REPLY-FIELD(10:16) NOT = SPACES
                 SET REPLY-INVALID TO TRUE
              ELSE
                 PERFORM 330-CHECK-LIMIT-CHAR
                    VARYING VAL-IDX FROM 1 BY 1
                    UNTIL VAL-IDX > 9 OR REPLY-INVALID
              END-IF
              IF REPLY-VALID
                 IF FUNCTION NUMVAL(REPLY-FIELD) NOT = CRL-LIMIT
                    MOVE FUNCTION NUMVAL(REPLY-FIELD) TO CRL-LIMIT
                    SET RECORD-CHANGED TO TRUE
                 END-IF
              ELSE
                 DISPLAY "CREDMNT - THE LIMIT MUST BE UP TO NINE "
                         "DIGITS - TRY AGAIN"
              END-IF
           END-IF.

       320-ACCEPT-LIMIT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-LIMIT-CHAR)                   *
      *                    1. REFUSE ANY CHARACTER THAT IS NOT A      *
      *                          DIGIT OR A SPACE                     *
      *                     ENDPROC (CHECK-LIMIT-CHAR)                *
      *********************-END PSEUDOCODE-****************************

       330-CHECK-LIMIT-CHAR.

           IF REPLY-FIELD(VAL-IDX:1) NOT NUMERIC
              AND REPLY-FIELD(VAL-IDX:1) NOT = SPACE
              SET REPLY-INVALID TO TRUE
           END-IF.

       330-CHECK-LIMIT-CHAR-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (ACCEPT-HOLD)                        *
      *                    1. ACCEPT Y OR N FOR THE HOLD - ANYTHING   *
      *                          ELSE IS REFUSED                      *
      *                    1. A HOLD PUT ON IS MARKED MANUAL; A HOLD  *
      *                          TAKEN OFF CLEARS ITS SOURCE          *
      *                     ENDPROC (ACCEPT-HOLD)                     *
      *********************-END PSEUDOCODE-****************************

       340-ACCEPT-HOLD.

           DISPLAY "  HOLD (Y/N) . . : " CRL-HOLD.
           MOVE SPACES TO REPLY-FIELD.
           ACCEPT REPLY-FIELD.

           SET REPLY-VALID TO TRUE.
           EVALUATE REPLY-FIELD
              WHEN SPACES
                 CONTINUE
              WHEN "Y"
                 IF NOT CRL-MANUAL-HOLD OR NOT CRL-ON-HOLD
                    MOVE "Y" TO CRL-HOLD
                    MOVE "M" TO CRL-HOLD-SOURCE
                    SET RECORD-CHANGED TO TRUE
                 END-IF
              WHEN "N"
                 IF CRL-ON-HOLD
                    MOVE "N" TO CRL-HOLD
                    MOVE SPACE TO CRL-HOLD-SOURCE
                    SET RECORD-CHANGED TO TRUE
                 END-IF
              WHEN OTHER
                 SET REPLY-INVALID TO TRUE
                 DISPLAY "CREDMNT - REPLY Y, N, OR BLANK - TRY AGAIN"
           END-EVALUATE.

       340-ACCEPT-HOLD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (REWRITE-LIMITS)                     *
      *                    1. WRITE THE WHOLE TABLE BACK AS THE NEW   *
      *                          CREDIT LIMIT FILE                    *
      *                     ENDPROC (REWRITE-LIMITS)                  *
      *********************-END PSEUDOCODE-****************************

       700-REWRITE-LIMITS.

           OPEN OUTPUT CREDIT-LIMIT-FILE.
           IF CREDIT-LIMIT-STATUS NOT = "00"
              DISPLAY "CREDMNT - CREDIT LIMIT FILE COULD NOT BE "
                      "REWRITTEN - STATUS " CREDIT-LIMIT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 710-WRITE-LIMIT-ENTRY
              VARYING CRT-IDX FROM 1 BY 1
              UNTIL CRT-IDX > CRT-COUNT.

           CLOSE CREDIT-LIMIT-FILE.

       700-REWRITE-LIMITS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-LIMIT-ENTRY)                  *
      *                    1. WRITE ONE TABLE ENTRY                   *
      *                     ENDPROC (WRITE-LIMIT-ENTRY)               *
      *********************-END PSEUDOCODE-****************************

       710-WRITE-LIMIT-ENTRY.

           MOVE CRT-ENTRY(CRT-IDX) TO CREDIT-LIMIT-LINE.
           WRITE CREDIT-LIMIT-LINE.

       710-WRITE-LIMIT-ENTRY-EXIT.

           EXIT.

           END PROGRAM CREDMNT.
