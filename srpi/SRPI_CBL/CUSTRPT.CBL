      *            REPORT TITLE, RUN DATE, PAGE NUMBER, AND THE       *
      *            COLUMN HEADINGS.                                   *
      *                                                               *
      *            ACCOUNTS ON THE CLOSED-ACCOUNTS REGISTER           *
      *            ("CLOSEREG") THAT CUSTCLOS CLOSES OR MERGES AWAY   *
      *            STAY ON THE CUSTOMER MASTER BUT ARE LEFT OFF THE   *
      *            REPORT.  A MISSING REGISTER MEANS NO ACCOUNT HAS   *
      *            BEEN CLOSED.                                       *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
           SELECT PARAM-FILE ASSIGN TO "CUSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "CLOSEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(1).
           05 PRM-PAGE-LINES       PIC X(3).

      *****************************************************************
      *  CLOSED-FILE   The closed-accounts register written by        *
      *                CUSTCLOS - loaded once into CLOSED-TABLE.      *
      *****************************************************************
       FD  CLOSED-FILE
           RECORDING MODE IS F.
           COPY UUBCLREG.

       WORKING-STORAGE SECTION.

      *****************************************************************
           88 RECORD-SELECTED       VALUE "Y".
           88 RECORD-REJECTED       VALUE "N".

      *****************************************************************
      *  CLOSED-STATUS    FILE STATUS for CLOSED-FILE                 *
      *  CLOSED-TABLE     Accounts on the closed-accounts register -  *
      *                      left off the report                     *
      *  CLT-COUNT        Entries loaded into CLOSED-TABLE            *
      *  CLT-MAX          Capacity of CLOSED-TABLE                    *
      *  CLT-HIT          Subscript of the matching entry, 0 if none  *
      *  CLOSED-LEFT-OUT  Closed accounts left off the report         *
      *****************************************************************
       01  CLOSED-STATUS    PIC XX.
       01  CLOSED-TABLE.
           05 CLT-ACCT      PIC X(16)    OCCURS 2000 TIMES.
       77  CLT-COUNT        PIC 9(4)     COMP-5 VALUE 0.
       77  CLT-MAX          PIC 9(4)     COMP-5 VALUE 2000.
       77  CLT-IDX          PIC 9(4)     COMP-5 VALUE 0.
       77  CLT-HIT          PIC 9(4)     COMP-5 VALUE 0.
       77  CLOSED-LEFT-OUT  PIC 9(9)     COMP-5 VALUE 0.

      *****************************************************************
      *  PAGE-NUMBER      Pages printed so far                      *
      *  LINE-COUNT       Lines printed on the current page - set   *
      *******   READ THE RUN-TIME SELECTION PARAMETERS, IF ANY
           PERFORM 150-GET-PARAMETERS.

      *******   LOAD THE CLOSED-ACCOUNTS REGISTER, IF ANY
           PERFORM 170-LOAD-CLOSED-ACCOUNTS.

      *******   SET PROCESSING OPTION = COMMIT TRANSACTION
           MOVE QPACOM TO QPAFLAGS.

           PERFORM 200-GET-AND-SPOOL UNTIL
             (LAST-BLOCK OR (BRETCOD NOT EQUAL UERERROK)).
           CLOSE WORK-FILE.
           IF CLOSED-LEFT-OUT > 0
              DISPLAY "CUSTRPT - CLOSED ACCOUNTS LEFT OUT: "
                      CLOSED-LEFT-OUT
           END-IF.

      *******   SORT THE SPOOLED CUSTOMER RECORDS BY STATE, CITY
           SORT SORT-WORK

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CLOSED-ACCOUNTS)               *
      *                    1. READ EVERY CLOSED-ACCOUNTS REGISTER     *
      *                          RECORD INTO CLOSED-TABLE; A MISSING  *
      *                          REGISTER LEAVES THE TABLE EMPTY      *
      *                     ENDPROC (LOAD-CLOSED-ACCOUNTS)            *
      *********************-END PSEUDOCODE-****************************

       170-LOAD-CLOSED-ACCOUNTS.

           OPEN INPUT CLOSED-FILE.

           IF CLOSED-STATUS = "00"
              PERFORM 175-STORE-CLOSED-ACCOUNT
                 UNTIL CLOSED-STATUS NOT = "00"
              CLOSE CLOSED-FILE
           END-IF.

       170-LOAD-CLOSED-ACCOUNTS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (STORE-CLOSED-ACCOUNT)               *
      *                    1. READ THE NEXT REGISTER RECORD AND ADD   *
      *                          ITS ACCOUNT TO CLOSED-TABLE          *
      *                    1. A FULL TABLE WOULD REPORT CLOSED        *
      *                          ACCOUNTS AS LIVE ONES - STOP         *
      *                     ENDPROC (STORE-CLOSED-ACCOUNT)            *
      *********************-END PSEUDOCODE-****************************

       175-STORE-CLOSED-ACCOUNT.

           READ CLOSED-FILE
              AT END MOVE "10" TO CLOSED-STATUS
              NOT AT END
                 IF CLT-COUNT < CLT-MAX
                    ADD 1 TO CLT-COUNT
                    MOVE CLR-ACCT TO CLT-ACCT(CLT-COUNT)
                 ELSE
                    DISPLAY "CUSTRPT - CLOSED-ACCOUNTS REGISTER "
                            "OVERFLOWED THE TABLE - RAISE CLT-MAX AND "
                            "RERUN"
                    CLOSE CLOSED-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

       175-STORE-CLOSED-ACCOUNT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (GET-AND-SPOOL)                      *
      *                    1. INITIALIZE THE CPRB STRUCTURE           *
              SET RECORD-REJECTED TO TRUE
           END-IF.

      *******   A CLOSED OR MERGED-AWAY ACCOUNT IS LEFT OFF THE REPORT
           MOVE 0 TO CLT-HIT.
           PERFORM 260-CHECK-CLOSED-ENTRY
              VARYING CLT-IDX FROM 1 BY 1
              UNTIL CLT-IDX > CLT-COUNT OR CLT-HIT > 0.
           IF CLT-HIT > 0
              IF RECORD-SELECTED
                 ADD 1 TO CLOSED-LEFT-OUT
              END-IF
              SET RECORD-REJECTED TO TRUE
           END-IF.

       250-CHECK-SELECTION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CHECK-CLOSED-ENTRY)                 *
      *                    1. NOTE THE ENTRY IF IT IS THE CUSTOMER'S  *
      *                          ACCOUNT                              *
      *                     ENDPROC (CHECK-CLOSED-ENTRY)              *
      *********************-END PSEUDOCODE-****************************

       260-CHECK-CLOSED-ENTRY.

           IF CLT-ACCT(CLT-IDX) = CUSTOMER-ACCT
              MOVE CLT-IDX TO CLT-HIT
           END-IF.

       260-CHECK-CLOSED-ENTRY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PRINT-REPORT)                       *
      *                    1. OPEN THE SORTED FILE AND THE REPORT     *
