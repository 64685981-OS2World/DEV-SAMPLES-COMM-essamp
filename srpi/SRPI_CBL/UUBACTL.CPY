      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBACTL.CPY                                     *
      *                                                               *
      * DESCRIPTIVE NAME = Audit Control Record Layout                *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the AUDIT-CONTROL-RECORD held in the     *
      *            indexed audit control file ("AUDCTL"), keyed on    *
      *            date.  One record per day audit records were       *
      *            written for (by AUD-DATE), carrying that day's     *
      *            record count, first and last sequence numbers,     *
      *            and the check value of its last record, so a       *
      *            deleted record shows as a short day even at the    *
      *            end of the trail.  The record keyed on date zero   *
      *            is the chain head - the last sequence number and   *
      *            check value issued by any program, and the count   *
      *            of every record ever sequenced.  Every program     *
      *            that writes the audit trail (BSAMPL, LOCKBOX,      *
      *            CUSTMNT, CUSTBAT, CUSTAPLY, ARREVRSE, FINCHRG,     *
      *            WRITEOFF, CUSTCLOS) reads the chain head for the   *
      *            next number and updates both records after each    *
      *            write; AUDVERFY checks the trail and the history   *
      *            against them.  See UUBAUDIT for the check value.   *
      *                                                               *
      *****************************************************************
      *  AUDIT-CONTROL-RECORD  Audit Control Record                   *
      *  ACL-DATE          Record key - the audit date (CCYYMMDD),    *
      *                    or zero for the chain head                 *
      *  ACL-FIRST-SEQ     First sequence number of the day           *
      *  ACL-LAST-SEQ      Last sequence number of the day            *
      *  ACL-COUNT         Audit records written for the day          *
      *  ACL-LAST-CHECK    Check value of the day's last record       *
      *****************************************************************

       01  AUDIT-CONTROL-RECORD.
           05 ACL-DATE             PIC 9(8).
           05 ACL-FIRST-SEQ        PIC 9(9).
           05 ACL-LAST-SEQ         PIC 9(9).
           05 ACL-COUNT            PIC 9(9).
           05 ACL-LAST-CHECK       PIC 9(9).
      *********************-END COPYBOOK-*******************************
