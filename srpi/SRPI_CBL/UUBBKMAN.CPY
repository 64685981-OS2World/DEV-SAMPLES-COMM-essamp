      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBBKMAN.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = Backup Manifest Record Layout              *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Layout of the MANIFEST-RECORD CTLBKUP writes into  *
      *            each backup generation ("BKccyymmdd/MANIFEST") and *
      *            CTLRSTR proves a generation and its restore        *
      *            against.  A header record carries the date and     *
      *            time the generation was taken; one file record     *
      *            per file in the backup set follows, with what      *
      *            became of it, its record count and its hash        *
      *            total; a trailer record carries the file count     *
      *            and the total of the record counts, so a manifest  *
      *            cut short is known.                                *
      *                                                               *
      *            THE HASH TOTAL IS CHAINED OVER THE FILE IN RECORD  *
      *            ORDER: STARTING FROM ZERO, FOR EACH BYTE OF THE    *
      *            RECORD UP TO ITS LAST NON-BLANK BYTE THE TOTAL     *
      *            BECOMES (TOTAL * 31 + ORD(BYTE)) MOD 999999937,    *
      *            THEN ONCE MORE (TOTAL * 31 + 1) MOD 999999937 TO   *
      *            CLOSE THE RECORD.  TRAILING BLANKS ARE LEFT OUT    *
      *            SO A LINE SEQUENTIAL COPY HASHES THE SAME AS THE   *
      *            FIXED-LENGTH INDEXED RECORD IT WAS UNLOADED FROM.  *
      *                                                               *
      *****************************************************************
      *  MANIFEST-RECORD   Backup Manifest Record                     *
      *  MAN-TYPE          H  Header                                  *
      *                    F  File - one file of the backup set       *
      *                    T  Trailer                                 *
      *  MAN-DATA          File record -                              *
      *    MAN-FILE          File name                                *
      *    MAN-ORG           How the file was copied (see UUBBKSET)   *
      *    MAN-STATE         COPIED  Copied into the generation       *
      *                      ABSENT  Did not exist when the backup    *
      *                              was taken - nothing copied       *
      *                      FAILED  Could not be copied in full      *
      *    MAN-COUNT         Records copied                           *
      *    MAN-HASH          Hash total of the records copied         *
      *  MAN-CONTROL       Header and trailer record -                *
      *    MAN-DATE          Date the generation was taken (CCYYMMDD) *
      *    MAN-TIME          Time the generation was taken (HHMMSSHH) *
      *    MAN-FILES         Trailer - file records in the manifest   *
      *    MAN-RECORDS       Trailer - total of MAN-COUNT             *
      *****************************************************************

       01  MANIFEST-RECORD.
           05 MAN-TYPE             PIC X(1).
               88 MAN-HEADER             VALUE "H".
               88 MAN-FILE-ENTRY         VALUE "F".
               88 MAN-TRAILER            VALUE "T".
           05 FILLER               PIC X(1)   VALUE SPACES.
           05 MAN-DATA.
              10 MAN-FILE          PIC X(8).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 MAN-ORG           PIC X(1).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 MAN-STATE         PIC X(6).
                 88 MAN-COPIED           VALUE "COPIED".
                 88 MAN-ABSENT           VALUE "ABSENT".
                 88 MAN-FAILED           VALUE "FAILED".
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 MAN-COUNT         PIC 9(9).
              10 FILLER            PIC X(1)   VALUE SPACES.
              10 MAN-HASH          PIC 9(9).
           05 MAN-CONTROL REDEFINES MAN-DATA.
              10 MAN-DATE          PIC 9(8).
              10 FILLER            PIC X(1).
              10 MAN-TIME          PIC 9(8).
              10 FILLER            PIC X(1).
              10 MAN-FILES         PIC 9(4).
              10 FILLER            PIC X(1).
              10 MAN-RECORDS       PIC 9(9).
              10 FILLER            PIC X(5).
      *********************-END COPYBOOK-*******************************
