      * ALL RIGHTS RESERVED                                         *
      *                                                             *
      * PURPOSE: PARTNER-SIDE RECEIVER TRANSACTION PROGRAM FOR THE  *
      *          CREDRPT, DEBTRPT, AND GLJRNL FEEDS.  ACCEPTS THE   *
      *          INBOUND CPI-C CONVERSATION, RECEIVES EACH REPORT   *
      *          BUFFER, VALIDATES ITS LENGTH AND LAYOUT AGAINST    *
      *          WHAT CREDSEND, DEBTSEND, AND GLSEND TRANSMIT, AND  *
      *          APPENDS IT TO A DATED RECEIVED-REPORTS HISTORY     *
      *          FILE WITH A RECEIPT TIMESTAMP, SO EVERY ARRIVAL    *
      *          (OR REJECT) LEAVES A LANDING RECORD.               *
      *                                                             *
      *          WHEN THE SENDER TURNS THE CONVERSATION AROUND      *
      *          AFTER ITS LAST BUFFER, AN ACKNOWLEDGMENT - THE     *
      *          ACKNOWLEDGMENT.                                    *
      *                                                             *
      * INPUT:   ONE INBOUND CPI-C CONVERSATION (CMACCP/CMRCV) FOR  *
      *          THE CREDRPT, DEBTRPT, OR GLJRNL TP NAME.           *
      *                                                             *
      * OUTPUT:  RECEIVED-REPORTS HISTORY FILE ("RCVDRPTS"), ONE    *
      *          RECORD PER RECEIVED BUFFER - RECEIPT DATE/TIME,    *
      *                                                             *
      * NOTE:    THE BUFFER VALIDATION TABLES BELOW MUST STAY IN    *
      *          STEP WITH THE BUFFER LAYOUTS IN CREDSEND AND       *
      *          DEBTSEND, AND WITH THE GL JOURNAL RECORD LAYOUTS   *
      *          (UUBGLJRN) GLSEND SENDS.                           *
      *                                                             *
      ***************************************************************
      *
      *****************************************************************
      *  RECEIVED-FILE    Dated received-reports history - one record  *
      *                   per buffer landed (or rejected) from the     *
      *                   CREDRPT/DEBTRPT/GLJRNL feeds, with a receipt *
      *                   timestamp, so head office claims of a        *
      *                   missing report can be checked against what   *
      *                   actually arrived.                            *
           05  DTI-TOTAL               PIC  X(10).
           05  FILLER                  PIC  X(59).

      *******   GLSEND'S GL JOURNAL RECORDS (72 BYTES) - HEADER, LINE,
      *******     AND TRAILER ARE ALL ONE LENGTH; THE TYPE BYTE IN
      *******     THE FIRST POSITION TELLS THEM APART
       01  GL-HEADER-IMAGE REDEFINES RECEIVE-BUFFER.
           05  GHI-TYPE                PIC  X(1).
           05  FILLER                  PIC  X(1).
           05  GHI-TITLE               PIC  X(20).
           05  FILLER                  PIC  X(1).
           05  GHI-DATE                PIC  X(8).
           05  FILLER                  PIC  X(1).
           05  GHI-LINE-COUNT          PIC  X(5).
           05  FILLER                  PIC  X(1).
           05  GHI-DEBIT-TOTAL         PIC  X(11).
           05  FILLER                  PIC  X(1).
           05  GHI-CREDIT-TOTAL        PIC  X(11).
           05  FILLER                  PIC  X(39).

       01  GL-DETAIL-IMAGE REDEFINES RECEIVE-BUFFER.
           05  GDI-TYPE                PIC  X(1).
           05  FILLER                  PIC  X(1).
           05  GDI-GL-ACCT             PIC  X(10).
           05  FILLER                  PIC  X(1).
           05  GDI-DC                  PIC  X(1).
           05  FILLER                  PIC  X(1).
           05  GDI-AMOUNT              PIC  X(11).
           05  FILLER                  PIC  X(1).
           05  GDI-ACTION              PIC  X(25).
           05  FILLER                  PIC  X(1).
           05  GDI-ITEMS               PIC  X(7).
           05  FILLER                  PIC  X(40).

       01  GL-TRAILER-IMAGE REDEFINES RECEIVE-BUFFER.
           05  GTI-TYPE                PIC  X(1).
           05  FILLER                  PIC  X(1).
           05  GTI-LABEL               PIC  X(20).
           05  FILLER                  PIC  X(1).
           05  GTI-LINE-COUNT          PIC  X(5).
           05  FILLER                  PIC  X(1).
           05  GTI-DEBIT-TOTAL         PIC  X(11).
           05  FILLER                  PIC  X(1).
           05  GTI-CREDIT-TOTAL        PIC  X(11).
           05  FILLER                  PIC  X(1).
           05  GTI-ITEM-COUNT          PIC  X(7).
           05  FILLER                  PIC  X(40).

      *****************************************************************
      *  EXPECTED BUFFER LENGTHS - MUST MATCH THE LENGTH OF EACH      *
      *  BUFFER AS DECLARED IN CREDSEND, DEBTSEND, AND UUBGLJRN       *
      *****************************************************************
       77  CREDIT-REPORT-LEN       PIC 9(9)     COMP-5  VALUE 69.
       77  DEBTOR-HEADER-LEN       PIC 9(9)     COMP-5  VALUE 38.
       77  DEBTOR-DETAIL-LEN       PIC 9(9)     COMP-5  VALUE 53.
       77  DEBTOR-TRAILER-LEN      PIC 9(9)     COMP-5  VALUE 41.
       77  GL-JOURNAL-LEN          PIC 9(9)     COMP-5  VALUE 72.

      *****************************************************************
      *  REPORT-ACK-BUFFER  The acknowledgment sent back when the     *
      *
      ***********************************************
      * VALIDATE THE RECEIVED LENGTH AND LAYOUT     *
      * AGAINST THE BUFFERS CREDSEND, DEBTSEND,     *
      * AND GLSEND SEND - AN UNKNOWN LENGTH, AN     *
      * UNKNOWN GL RECORD TYPE, A TITLE THAT        *
      * DOESN'T MATCH, OR A NON-NUMERIC NUMERIC     *
      * FIELD MARKS THE BUFFER REJECTED.            *
      ***********************************************
                      OR DTI-COUNT NOT NUMERIC
                       SET BUFFER-INVALID TO TRUE
                   END-IF
               WHEN GL-JOURNAL-LEN
                   PERFORM 450-VALIDATE-GL-RECORD
                      THRU 450-EXIT
               WHEN OTHER
                   SET BUFFER-INVALID TO TRUE
           END-EVALUATE.
           EXIT.
      *
      ***********************************************
      * VALIDATE A GL JOURNAL RECORD BY ITS TYPE -  *
      * HEADER, LINE, OR TRAILER                    *
      ***********************************************
       450-VALIDATE-GL-RECORD.
           EVALUATE GHI-TYPE
               WHEN "H"
                   IF GHI-TITLE NOT = "AR GENERAL JOURNAL"
                      OR GHI-DATE NOT NUMERIC
                      OR GHI-LINE-COUNT NOT NUMERIC
                      OR GHI-DEBIT-TOTAL NOT NUMERIC
                      OR GHI-CREDIT-TOTAL NOT NUMERIC
                       SET BUFFER-INVALID TO TRUE
                   END-IF
               WHEN "D"
                   IF GDI-GL-ACCT = SPACES
                      OR (GDI-DC NOT = "D" AND GDI-DC NOT = "C")
                      OR GDI-AMOUNT NOT NUMERIC
                      OR GDI-ITEMS NOT NUMERIC
                       SET BUFFER-INVALID TO TRUE
                   END-IF
               WHEN "T"
                   IF GTI-LABEL NOT = "AR JOURNAL TOTALS"
                      OR GTI-LINE-COUNT NOT NUMERIC
                      OR GTI-DEBIT-TOTAL NOT NUMERIC
                      OR GTI-CREDIT-TOTAL NOT NUMERIC
                      OR GTI-ITEM-COUNT NOT NUMERIC
                       SET BUFFER-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   SET BUFFER-INVALID TO TRUE
           END-EVALUATE.
       450-EXIT.
           EXIT.
      *
      ***********************************************
      * APPEND THE BUFFER TO THE RECEIVED-REPORTS   *
      * HISTORY FILE WITH A RECEIPT TIMESTAMP AND   *
      * ITS ACCEPTED/REJECTED STATUS                *
