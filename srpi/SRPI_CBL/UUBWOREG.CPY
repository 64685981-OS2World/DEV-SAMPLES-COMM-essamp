      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBWOREG.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = Bad-Debt Write-Off Register Record Layout  *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the WRITE-OFF-RECORD held on the bad-    *
      *            debt write-off register ("WOREG") - one record per *
      *            supervised write-off WRITEOFF posts, dated, with   *
      *            its reason code and both operators.  Appended;     *
      *            never truncated.  WRITEOFF reads it back so an     *
      *            account is not offered for write-off twice for the *
      *            same referral, LOCKBOX reads it so a later payment *
      *            against a written-off account is recorded as a     *
      *            recovery, and DUNNING reads it so a written-off    *
      *            account is not dunned again for the balance that   *
      *            was written off.                                   *
      *                                                               *
      *****************************************************************
      *  WRITE-OFF-RECORD  Write-Off Register Record                  *
      *  WOR-DATE          Date the write-off was posted (CCYYMMDD)   *
      *  WOR-TIME          Time the write-off was posted (HHMMSSHH)   *
      *  WOR-ACCT          The account written off                    *
      *  WOR-NAME          The customer name from the master          *
      *  WOR-REASON        Reason code -                              *
      *                      BK  Bankruptcy                           *
      *                      DC  Customer deceased                    *
      *                      UL  Customer cannot be located           *
      *                      UC  Returned uncollectible by the        *
      *                          collections agency                   *
      *                      DS  Disputed balance settled             *
      *                      SB  Balance too small to pursue          *
      *                      OT  Other - see the supervisor           *
      *  WOR-REF-DATE      Date of the collections referral the       *
      *                    write-off cleared                          *
      *  WOR-BAL           The balance written off, as it stood on    *
      *                    the master                                 *
      *  WOR-AMOUNT        The offsetting amount posted via BFUNC2    *
      *                    (WOR-BAL negated) - also the AUD-BAL of    *
      *                    the "WRITE OFF BAD DEBT" audit record      *
      *  WOR-OPER          The operator who proposed the write-off    *
      *  WOR-SUPER         The supervisor who approved it             *
      *****************************************************************

       01  WRITE-OFF-RECORD.
           05 WOR-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-NAME             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-REASON           PIC X(2).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-REF-DATE         PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-BAL              PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-AMOUNT           PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-OPER             PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 WOR-SUPER            PIC X(8).
      *********************-END COPYBOOK-*******************************
