      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBCRLIM.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = Credit Limit Record Layout                  *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the CREDIT-LIMIT-RECORD held in the      *
      *            standing credit limit file ("CREDLIM") - one       *
      *            record per CUSTOMER-ACCT that has been given a     *
      *            credit limit.  Maintained by CREDMNT; read and     *
      *            rewritten by the nightly credit review CREDREVW,   *
      *            which places and lifts review holds and stamps     *
      *            the review date and time.  An account with no      *
      *            record here has no limit and is never put on hold. *
      *                                                               *
      *****************************************************************
      *  CREDIT-LIMIT-RECORD Credit Limit Record                      *
      *  CRL-ACCT          The CUSTOMER-ACCT the limit applies to     *
      *  CRL-LIMIT         The credit limit - a CUSTOMER-BAL above    *
      *                    this is over limit                         *
      *  CRL-HOLD          'Y' if the account is on credit hold -    *
      *                    order entry takes no new orders for it     *
      *  CRL-HOLD-SOURCE   Who put the hold on:                       *
      *                    'R' - the nightly review, because the     *
      *                          account was over limit.  LIFTED BY   *
      *                          THE REVIEW ONCE THE BALANCE IS BACK  *
      *                          WITHIN THE LIMIT                     *
      *                    'M' - an operator, by hand in CREDMNT.     *
      *                          ONLY AN OPERATOR CAN LIFT IT         *
      *  CRL-REVIEW-DATE   Date of the last nightly review that       *
      *                    looked at the account                      *
      *  CRL-REVIEW-TIME   Time of that review (HHMMSSHH) - lockbox   *
      *                    payments on the audit trail up to this     *
      *                    date and time have been counted.  Blank    *
      *                    on a record last reviewed before the time  *
      *                    was kept, meaning the whole review date    *
      *  CRL-SET-BY        Operator who last set the limit or hold    *
      *  CRL-SET-DATE      Date the limit or hold was last set        *
      *****************************************************************

       01  CREDIT-LIMIT-RECORD.
           05 CRL-ACCT             PIC X(16).
           05 FILLER               PIC X(1).
           05 CRL-LIMIT            PIC 9(9).
           05 FILLER               PIC X(1).
           05 CRL-HOLD             PIC X(1).
               88 CRL-ON-HOLD            VALUE "Y".
               88 CRL-NOT-ON-HOLD        VALUE "N" " ".
           05 FILLER               PIC X(1).
           05 CRL-HOLD-SOURCE      PIC X(1).
               88 CRL-REVIEW-HOLD        VALUE "R".
               88 CRL-MANUAL-HOLD        VALUE "M".
           05 FILLER               PIC X(1).
           05 CRL-REVIEW-DATE      PIC 9(8).
           05 FILLER               PIC X(1).
           05 CRL-SET-BY           PIC X(8).
           05 FILLER               PIC X(1).
           05 CRL-SET-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 CRL-REVIEW-TIME      PIC 9(8).
      *********************-END COPYBOOK-*******************************
