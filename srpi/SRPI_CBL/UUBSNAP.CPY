      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBSNAP.CPY                                     *
      *                                                               *
      * DESCRIPTIVE NAME = Customer Master Snapshot Record Layout     *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the SNAPSHOT-RECORD held in the nightly  *
      *            customer master snapshot ("SNAPCUR", and last      *
      *            night's, rolled to "SNAPPRV") that CUSTSNAP takes  *
      *            of the whole IBMabase master via BFUNC4 and        *
      *            CUSTCOMP compares.  A header record carries the    *
      *            date and time the snapshot was taken and how far   *
      *            the audit trail had got (the chain head's last     *
      *            sequence number - see UUBACTL); one detail record  *
      *            per account follows, in account order; a trailer   *
      *            record carries the account count and the total of  *
      *            the balances, so a snapshot cut short is known.    *
      *                                                               *
      *****************************************************************
      *  SNAPSHOT-RECORD   Customer Master Snapshot Record            *
      *  SNP-TYPE          H  Header                                  *
      *                    D  Detail - one account                    *
      *                    T  Trailer                                 *
      *  SNP-DATA          Detail record -                            *
      *    SNP-ACCT          Account Number                           *
      *    SNP-NAME          Customer Name                            *
      *    SNP-ADDR          Street Address                           *
      *    SNP-CITY          City                                     *
      *    SNP-STAT          State                                    *
      *    SNP-ZIP           Zip Code                                 *
      *    SNP-BAL           Balance                                  *
      *  SNP-CONTROL       Header and trailer record -                *
      *    SNP-DATE          Date the snapshot was taken (CCYYMMDD)   *
      *    SNP-TIME          Time the snapshot was taken (HHMMSSHH)   *
      *    SNP-AUDIT-SEQ     Last audit sequence number issued when   *
      *                      the snapshot was taken - zero if the     *
      *                      audit control file could not be read     *
      *    SNP-COUNT         Trailer - detail records in the snapshot *
      *    SNP-BAL-TOTAL     Trailer - total of SNP-BAL               *
      *****************************************************************

       01  SNAPSHOT-RECORD.
           05 SNP-TYPE             PIC X(1).
               88 SNP-HEADER             VALUE "H".
               88 SNP-DETAIL             VALUE "D".
               88 SNP-TRAILER            VALUE "T".
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 SNP-DATA.
              10 SNP-ACCT          PIC X(16).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-NAME          PIC X(25).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-ADDR          PIC X(25).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-CITY          PIC X(15).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-STAT          PIC X(15).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-ZIP           PIC X(9).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 SNP-BAL           PIC -(9)9.
           05 SNP-CONTROL REDEFINES SNP-DATA.
              10 SNP-DATE          PIC 9(8).
              10 FILLER            PIC X(1).
              10 SNP-TIME          PIC 9(8).
              10 FILLER            PIC X(1).
              10 SNP-AUDIT-SEQ     PIC 9(9).
              10 FILLER            PIC X(1).
              10 SNP-COUNT         PIC 9(9).
              10 FILLER            PIC X(1).
              10 SNP-BAL-TOTAL     PIC -(11)9.
              10 FILLER            PIC X(71).
      *********************-END COPYBOOK-*******************************
