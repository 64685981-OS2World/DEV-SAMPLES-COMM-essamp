      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBGLJRN.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = GL Journal Record Layouts                  *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layouts of the records in the daily AR general     *
      *            ledger journal ("GLJRNL") GLEXTR writes from the   *
      *            audit trail and GLSEND transmits, record for       *
      *            record, to the GLJRNL symbolic destination.  A     *
      *            journal is one header, its debit and credit        *
      *            lines, and one trailer.  All three are the same    *
      *            length, so each one goes as a single CPI-C buffer; *
      *            GLJ-TYPE tells them apart.  THE RECEIVER'S IMAGES  *
      *            OF THESE RECORDS (RPTRECV) MUST STAY IN STEP.      *
      *                                                               *
      *****************************************************************
      *  GL-JOURNAL-RECORD  Any journal record                        *
      *  GLJ-TYPE           'H' header, 'D' journal line, 'T' trailer *
      *                                                               *
      *  GL-HEADER-RECORD   Journal Header                            *
      *  GLH-TITLE          "AR GENERAL JOURNAL"                      *
      *  GLH-JOURNAL-DATE   The business day journaled - the AR run  *
      *                     date from ARSUMRY (CCYYMMDD)              *
      *  GLH-LINE-COUNT     Journal lines that follow                 *
      *  GLH-DEBIT-TOTAL    Total of the debit lines                  *
      *  GLH-CREDIT-TOTAL   Total of the credit lines                 *
      *                                                               *
      *  GL-DETAIL-RECORD   Journal Line                              *
      *  GLD-GL-ACCT        The GL account posted                     *
      *  GLD-DC             'D' debit or 'C' credit                   *
      *  GLD-AMOUNT         The amount posted (always positive - the  *
      *                     side says which way)                      *
      *  GLD-ACTION         The audit trail action summarised         *
      *  GLD-ITEMS          Audit records summarised into the line    *
      *                                                               *
      *  GL-TRAILER-RECORD  Journal Trailer                           *
      *  GLT-LABEL          "AR JOURNAL TOTALS"                       *
      *  GLT-LINE-COUNT / GLT-DEBIT-TOTAL / GLT-CREDIT-TOTAL          *
      *                     As on the header - repeated so the        *
      *                     receiver can prove the journal arrived    *
      *                     whole                                     *
      *  GLT-ITEM-COUNT     Audit records journaled                   *
      *****************************************************************

       01  GL-JOURNAL-RECORD.
           05 GLJ-TYPE             PIC X(1).
               88 GLJ-HEADER             VALUE "H".
               88 GLJ-DETAIL             VALUE "D".
               88 GLJ-TRAILER            VALUE "T".
           05 FILLER               PIC X(71).

       01  GL-HEADER-RECORD.
           05 GLH-TYPE             PIC X(1).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLH-TITLE            PIC X(20).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLH-JOURNAL-DATE     PIC 9(8).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLH-LINE-COUNT       PIC 9(5).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLH-DEBIT-TOTAL      PIC 9(11).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLH-CREDIT-TOTAL     PIC 9(11).
           05 FILLER               PIC X(11)  VALUE SPACES.

       01  GL-DETAIL-RECORD.
           05 GLD-TYPE             PIC X(1).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLD-GL-ACCT          PIC X(10).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLD-DC               PIC X(1).
               88 GLD-DEBIT              VALUE "D".
               88 GLD-CREDIT             VALUE "C".
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLD-AMOUNT           PIC 9(11).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLD-ACTION           PIC X(25).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLD-ITEMS            PIC 9(7).
           05 FILLER               PIC X(12)  VALUE SPACES.

       01  GL-TRAILER-RECORD.
           05 GLT-TYPE             PIC X(1).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLT-LABEL            PIC X(20).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLT-LINE-COUNT       PIC 9(5).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLT-DEBIT-TOTAL      PIC 9(11).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLT-CREDIT-TOTAL     PIC 9(11).
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 GLT-ITEM-COUNT       PIC 9(7).
           05 FILLER               PIC X(12)  VALUE SPACES.
      *********************-END COPYBOOK-*******************************
