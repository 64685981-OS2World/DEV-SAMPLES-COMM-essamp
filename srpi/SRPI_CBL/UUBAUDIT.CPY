      *            Shared by every program that reads or writes the   *
      *            audit trail.                                       *
      *                                                               *
      *            EVERY RECORD WRITTEN CARRIES THE NEXT NUMBER IN    *
      *            ONE RUNNING SEQUENCE SHARED BY ALL THE WRITERS,    *
      *            AND A CHECK VALUE CHAINED FROM THE RECORD BEFORE   *
      *            IT - START FROM THE PREVIOUS RECORD'S AUD-CHECK    *
      *            (ZERO FOR SEQUENCE 1) AND, FOR EACH BYTE OF        *
      *            AUD-CHAINED IN TURN, MULTIPLY BY 31, ADD THE       *
      *            BYTE'S ORDINAL, AND KEEP THE REMAINDER AFTER       *
      *            DIVIDING BY 999999937.  THE LAST SEQUENCE NUMBER   *
      *            AND CHECK VALUE ISSUED, AND EACH DAY'S COUNT, ARE  *
      *            HELD ON THE AUDIT CONTROL FILE ("AUDCTL" - SEE     *
      *            UUBACTL).  AUDVERFY RECOMPUTES THE CHAIN.  A       *
      *            RECORD WRITTEN WHILE THE CONTROL FILE COULD NOT    *
      *            BE OPENED CARRIES SEQUENCE ZERO, AND AUDVERFY      *
      *            REPORTS IT.                                        *
      *                                                               *
      *****************************************************************
      *  AUDIT-RECORD      Audit Trail Record                         *
      *  AUD-CHAINED       The part of the record the check value     *
      *                    covers - everything up to AUD-SEQ          *
      *  AUD-DATE          Date of the update  (CCYYMMDD)             *
      *  AUD-TIME          Time of the update  (HHMMSSHH)             *
      *  AUD-ACCT          Account Number                             *
      *  AUD-ACTION        What was done - "UPDATE ACCOUNTS           *
      *                    RECEIVBL" for a BFUNC2 update              *
      *  AUD-BAL           Balance Applied                            *
      *  AUD-SEQ           Audit sequence number - zero (or blank,    *
      *                    on a record older than the sequencing)     *
      *                    when unsequenced                           *
      *  AUD-CHECK         Chained check value                        *
      *****************************************************************

       01  AUDIT-RECORD.
           05 AUD-CHAINED.
              10 AUD-DATE          PIC 9(8).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-TIME          PIC 9(8).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-ACCT          PIC X(16).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-OPER          PIC X(8).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-ACTION        PIC X(25).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-BAL           PIC -(9)9.
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 AUD-SEQ           PIC 9(9).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 AUD-CHECK            PIC 9(9).
      *********************-END COPYBOOK-*******************************
