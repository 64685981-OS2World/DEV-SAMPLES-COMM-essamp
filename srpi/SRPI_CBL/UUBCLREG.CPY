      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBCLREG.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = Closed-Accounts Register Record Layout     *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the CLOSED-ACCOUNT-RECORD held on the    *
      *            closed-accounts register ("CLOSEREG") - one record *
      *            per account CUSTCLOS closes, either outright at a  *
      *            zero balance or merged away into a surviving       *
      *            account, dated, with both operators.  Appended;    *
      *            never truncated.  CUSTCLOS reads it back so an     *
      *            account is not closed twice, and BSAMPL, DUNNING,  *
      *            DEBTSEND and CUSTRPT read it so a closed or        *
      *            merged-away account, which stays on the customer   *
      *            master, is left out of their processing.           *
      *                                                               *
      *****************************************************************
      *  CLOSED-ACCOUNT-RECORD  Closed-Accounts Register Record       *
      *  CLR-DATE          Date the account was closed (CCYYMMDD)     *
      *  CLR-TIME          Time the account was closed (HHMMSSHH)     *
      *  CLR-ACCT          The account closed                         *
      *  CLR-NAME          The customer name from the master          *
      *  CLR-TYPE          How it was closed -                        *
      *                      C  Closed at a zero balance              *
      *                      M  Merged away into CLR-INTO-ACCT        *
      *  CLR-INTO-ACCT     The surviving account a merged-away        *
      *                    account's balance was moved to - blank     *
      *                    for a plain close                          *
      *  CLR-BAL-MOVED     The balance moved to the surviving account *
      *                    - zero for a plain close                   *
      *  CLR-OPER          The operator who requested the close       *
      *  CLR-SUPER         The supervisor who approved it             *
      *****************************************************************

       01  CLOSED-ACCOUNT-RECORD.
           05 CLR-DATE             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-TIME             PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-ACCT             PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-NAME             PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-TYPE             PIC X(1).
               88 CLR-CLOSED             VALUE "C".
               88 CLR-MERGED             VALUE "M".
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-INTO-ACCT        PIC X(16).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-BAL-MOVED        PIC -(9)9.
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-OPER             PIC X(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 CLR-SUPER            PIC X(8).
      *********************-END COPYBOOK-*******************************
