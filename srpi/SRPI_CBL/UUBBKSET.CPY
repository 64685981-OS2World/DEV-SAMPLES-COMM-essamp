      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = UUBBKSET.CPY                                    *
      *                                                               *
      * DESCRIPTIVE NAME = Backup Set Table Layout                    *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = The set of files that hold the system's memory     *
      *            from night to night - the control tables, the      *
      *            registers and histories the programs append to,    *
      *            the audit trail and its indexed history and        *
      *            control files - which CTLBKUP copies into each     *
      *            dated backup generation.  A file added to the      *
      *            system that must survive a bad night is added      *
      *            here and BKS-COUNT raised to match.                *
      *                                                               *
      *****************************************************************
      *  BACKUP-SET-TABLE  Backup Set Table                           *
      *  BKS-FILE          File name, as the programs assign it       *
      *  BKS-ORG           How the file is copied -                   *
      *                    L  Line sequential - copied as it stands   *
      *                    H  The indexed account activity history    *
      *                       (see UUBAHIST) - unloaded in key order  *
      *                    C  The indexed audit control file (see     *
      *                       UUBACTL) - unloaded in key order        *
      *  BKS-COUNT         Files in the set                           *
      *****************************************************************

       01  BACKUP-SET-VALUES.
           05 FILLER               PIC X(8)   VALUE "DUNHIST".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "CUSTPEND".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "OPERTAB".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "STATETAB".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "DEBTROUT".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "NIGHTSCH".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "NIGHTCKP".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "NIGHTHST".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "SENTRPTS".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "ARSUMHST".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "DATAQHST".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "REVXREF".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "AUDITTRL".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "AUDHIST".
           05 FILLER               PIC X(1)   VALUE "H".
           05 FILLER               PIC X(8)   VALUE "AUDCTL".
           05 FILLER               PIC X(1)   VALUE "C".
           05 FILLER               PIC X(8)   VALUE "CUSTMAUD".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "CLOSEREG".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "WOREG".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "WORECOV".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "CREDLIM".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "CREDHOLD".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "FINRATES".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "FINEXMPT".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "FINCHREG".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "GLMAP".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "COLLREFR".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "SNAPCUR".
           05 FILLER               PIC X(1)   VALUE "L".
           05 FILLER               PIC X(8)   VALUE "SNAPPRV".
           05 FILLER               PIC X(1)   VALUE "L".
       01  BACKUP-SET-TABLE REDEFINES BACKUP-SET-VALUES.
           05 BKS-ENTRY            OCCURS 28 TIMES.
              10 BKS-FILE          PIC X(8).
              10 BKS-ORG           PIC X(1).
                 88 BKS-FLAT             VALUE "L".
                 88 BKS-HISTORY          VALUE "H".
                 88 BKS-CONTROL          VALUE "C".
       77  BKS-COUNT               PIC 9(4)  COMP-5  VALUE 28.
      *********************-END COPYBOOK-*******************************
