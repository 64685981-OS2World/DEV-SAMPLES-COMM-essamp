      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CTLRSTR.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Restores the files of the backup set from a        *
      *            generation CTLBKUP took, and proves the restore    *
      *            against the generation's manifest before anyone    *
      *            reruns a night on it.                              *
      *                                                               *
      *            THE COMMAND LINE PARAMETERS ARE THE GENERATION     *
      *            DATE (CCYYMMDD) AND, OPTIONALLY, THE ONE FILE TO   *
      *            RESTORE FROM IT.  WITHOUT A FILE NAME THE WHOLE    *
      *            GENERATION IS RESTORED.                            *
      *                                                               *
      *            NOTHING IS RESTORED UNTIL THE MANIFEST             *
      *            ("BKccyymmdd/MANIFEST" - SEE UUBBKMAN) HAS BEEN    *
      *            PROVED AGAINST ITS OWN HEADER AND TRAILER AND      *
      *            EVERY COPY TO BE RESTORED HAS BEEN RECOUNTED AND   *
      *            REHASHED AGAINST IT.  A GENERATION WITH A FILE     *
      *            THAT FAILED ON THE NIGHT IS NOT RESTORED WHOLE.    *
      *            THE FLAT COPIES ARE THEN COPIED BACK AND THE       *
      *            INDEXED HISTORY ("AUDHIST") AND AUDIT CONTROL      *
      *            FILE ("AUDCTL") REBUILT FROM THEIRS, AND EVERY     *
      *            RESTORED FILE IS READ BACK, RECOUNTED AND          *
      *            REHASHED AGAINST THE MANIFEST.  A FILE THAT DID    *
      *            NOT EXIST WHEN THE GENERATION WAS TAKEN IS EMPTIED *
      *            ON A WHOLE-GENERATION RESTORE, SO NOTHING WRITTEN  *
      *            SINCE SURVIVES INTO THE RESTORED NIGHT - A FLAT    *
      *            FILE IS DELETED AND AN INDEXED ONE REBUILT EMPTY - *
      *            AND IS PROVED GONE OR EMPTY.  ONE SUCH FILE CANNOT *
      *            BE RESTORED ON ITS OWN.                            *
      *                                                               *
      *            THE RESTORE REPORT ("RSTRRPT") SHOWS EACH FILE'S   *
      *            COUNT AND HASH TOTAL FROM THE MANIFEST AGAINST     *
      *            WHAT WAS FOUND, FIRST FOR THE GENERATION'S COPIES  *
      *            AND THEN FOR THE RESTORED FILES, AND ENDS SAYING   *
      *            WHETHER THE RESTORE PROVED.  RETURN-CODE 8 IF      *
      *            NOTHING WAS RESTORED OR THE RESTORE DID NOT PROVE. *
      *                                                               *
      * NOTES =                                                       *
      *                                                               *
      *   RESTRICTIONS = This sample program is provided solely as    *
      *                  an example of how the COBOL interface        *
      *                  routines can be used to invoke a server.     *
      *                                                               *
      * MODULE TYPE = Microfocus COBOL Compiler Version xxxx          *
      *********************-END PROLOGUE-******************************

       ID DIVISION.
         PROGRAM-ID. CTLRSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT COPY-FILE ASSIGN TO DYNAMIC COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACL-DATE
               FILE STATUS IS AUDCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RSTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  MANIFEST-FILE The manifest of the generation being restored. *
      *****************************************************************
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY UUBBKMAN.

      *****************************************************************
      *  COPY-FILE     A line sequential file being read - a copy in  *
      *                the generation, or a restored flat file being  *
      *                proved.                                        *
      *****************************************************************
       FD  COPY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
           DEPENDING ON COPY-LEN.
       01  COPY-RECORD             PIC X(512).

      *****************************************************************
      *  LIVE-FILE     A flat file of the backup set being restored.  *
      *****************************************************************
       FD  LIVE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
           DEPENDING ON LIVE-LEN.
       01  LIVE-RECORD             PIC X(512).

      *****************************************************************
      *  HISTORY-FILE  The indexed account activity history - rebuilt *
      *                from the generation's copy, then read back.    *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  AUDIT-CONTROL-FILE  The indexed audit control file - rebuilt *
      *                      from the generation's copy, then read    *
      *                      back.                                    *
      *****************************************************************
       FD  AUDIT-CONTROL-FILE.
           COPY UUBACTL.

      *****************************************************************
      *  REPORT-FILE   The restore report.                            *
      *****************************************************************
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  MANIFEST-STATUS   FILE STATUS for MANIFEST-FILE              *
      *  COPY-STATUS       FILE STATUS for COPY-FILE                  *
      *  LIVE-STATUS       FILE STATUS for LIVE-FILE                  *
      *  HISTORY-STATUS    FILE STATUS for HISTORY-FILE               *
      *  AUDCTL-STATUS     FILE STATUS for AUDIT-CONTROL-FILE         *
      *  MANIFEST-NAME     Name of the generation's manifest          *
      *  COPY-NAME         Name of the line sequential file being     *
      *                       read                                    *
      *  LIVE-NAME         Name of the flat file being restored       *
      *  COPY-LEN          Length of the record read                  *
      *  LIVE-LEN          Length of the record to be written         *
      *****************************************************************
       01  MANIFEST-STATUS     PIC XX.
       01  COPY-STATUS         PIC XX.
       01  LIVE-STATUS         PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  AUDCTL-STATUS       PIC XX.
       01  MANIFEST-NAME       PIC X(30) VALUE SPACES.
       01  COPY-NAME           PIC X(30) VALUE SPACES.
       01  LIVE-NAME           PIC X(30) VALUE SPACES.
       77  COPY-LEN            PIC 9(4)  COMP-5.
       77  LIVE-LEN            PIC 9(4)  COMP-5.

      *****************************************************************
      *  COMMAND-ARGS      The raw command line - the generation      *
      *                       date, then optionally one file name     *
      *  GEN-DATE-X        The generation date as keyed, and its     *
      *  GEN-DATE-LEN         length                                  *
      *  GEN-DATE          The generation date                        *
      *  RESTORE-FILE      The one file to restore - spaces for the   *
      *                       whole generation                        *
      *  GEN-DIR           Directory holding the generation           *
      *****************************************************************
       01  COMMAND-ARGS        PIC X(60) VALUE SPACES.
       01  GEN-DATE-X          PIC X(8)  VALUE SPACES.
       01  GEN-DATE-LEN        PIC 9(4)  COMP-5  VALUE 0.
       01  GEN-DATE            PIC 9(8)  VALUE 0.
       01  RESTORE-FILE        PIC X(8)  VALUE SPACES.
       01  GEN-DIR             PIC X(11) VALUE SPACES.

      *****************************************************************
      *  MANIFEST-TABLE    The file records of the manifest           *
      *  MFT-FILE          File name                                  *
      *  MFT-ORG           How it was copied (see UUBBKSET)           *
      *  MFT-STATE         COPIED, ABSENT or FAILED                   *
      *  MFT-COUNT         Records copied                             *
      *  MFT-HASH          Hash total of the records copied           *
      *  MFT-SELECT-SW     'Y' if the file is to be restored          *
      *  MFT-RESTORE-SW    'R' once restored, 'F' if the restore      *
      *                       failed                                  *
      *  MFT-ENTRIES       File records on the table                  *
      *  MFT-MAX           Size of the table                          *
      *  MFT-IDX           Subscript of the file in hand              *
      *  MFT-HIT           Subscript of the file asked for - zero     *
      *                       until it is found                       *
      *****************************************************************
       01  MANIFEST-TABLE.
           05 MFT-ENTRY            OCCURS 40 TIMES.
              10 MFT-FILE          PIC X(8).
              10 MFT-ORG           PIC X(1).
                 88 MFT-FLAT             VALUE "L".
                 88 MFT-HISTORY          VALUE "H".
                 88 MFT-CONTROL          VALUE "C".
              10 MFT-STATE         PIC X(6).
                 88 MFT-COPIED           VALUE "COPIED".
                 88 MFT-ABSENT           VALUE "ABSENT".
                 88 MFT-FAILED           VALUE "FAILED".
              10 MFT-COUNT         PIC 9(9).
              10 MFT-HASH          PIC 9(9).
              10 MFT-SELECT-SW     PIC X(1).
                 88 MFT-SELECTED         VALUE "Y".
                 88 MFT-NOT-SELECTED     VALUE "N".
              10 MFT-RESTORE-SW    PIC X(1).
                 88 MFT-NOT-RESTORED     VALUE "N".
                 88 MFT-RESTORED         VALUE "R".
                 88 MFT-RESTORE-FAILED   VALUE "F".
       77  MFT-ENTRIES         PIC 9(4)  COMP-5  VALUE 0.
       77  MFT-MAX             PIC 9(4)  COMP-5  VALUE 40.
       77  MFT-IDX             PIC 9(4)  COMP-5.
       77  MFT-HIT             PIC 9(4)  COMP-5  VALUE 0.

      *****************************************************************
      *  MANIFEST-SW       'N' once the manifest has failed to prove  *
      *  MAN-HEADER-SW     'Y' once its header has been read          *
      *  MAN-TRAILER-SW    'Y' once its trailer has been read         *
      *  GEN-TIME          Time the generation was taken              *
      *  MANIFEST-RECORDS  Total of the file records' counts          *
      *  SELECT-SW         'N' once the files asked for cannot be     *
      *                       restored                                *
      *  GENERATION-SW     'N' once a copy has failed to prove        *
      *  RESTORE-SW        'N' once a restored file has failed to     *
      *                       prove                                   *
      *  CHECKPOINT-SW     'Y' if checkpoints were restored to        *
      *                       NIGHTCKP                                *
      *****************************************************************
       01  MANIFEST-SW         PIC X(1)  VALUE "Y".
           88 MANIFEST-PROVED            VALUE "Y".
           88 MANIFEST-NOT-PROVED        VALUE "N".
       01  MAN-HEADER-SW       PIC X(1)  VALUE "N".
           88 MAN-HEADER-SEEN            VALUE "Y".
       01  MAN-TRAILER-SW      PIC X(1)  VALUE "N".
           88 MAN-TRAILER-SEEN           VALUE "Y".
       01  GEN-TIME            PIC 9(8)  VALUE 0.
       77  MANIFEST-RECORDS    PIC 9(9)  COMP-5  VALUE 0.
       01  SELECT-SW           PIC X(1)  VALUE "Y".
           88 SELECTION-GOOD             VALUE "Y".
           88 SELECTION-REFUSED          VALUE "N".
       01  GENERATION-SW       PIC X(1)  VALUE "Y".
           88 GENERATION-PROVED          VALUE "Y".
           88 GENERATION-NOT-PROVED      VALUE "N".
       01  RESTORE-SW          PIC X(1)  VALUE "Y".
           88 RESTORE-PROVED             VALUE "Y".
           88 RESTORE-NOT-PROVED         VALUE "N".
       01  CHECKPOINT-SW       PIC X(1)  VALUE "N".
           88 CHECKPOINTS-RESTORED       VALUE "Y".

      *****************************************************************
      *  READ-SW           'F' once the file being counted could not  *
      *                       be read to the end                      *
      *  WRITE-SW          'F' once a record could not be restored    *
      *  FILE-RECORDS      Records counted in the file in hand        *
      *  FILES-RESTORED    Files restored                             *
      *  FILES-EMPTIED     Files absent from the generation and       *
      *                       emptied                                 *
      *  RECORDS-RESTORED  Records restored, all files                *
      *****************************************************************
       01  READ-SW             PIC X(1)  VALUE "G".
           88 READ-GOOD                  VALUE "G".
           88 READ-FAILED                VALUE "F".
       01  WRITE-SW            PIC X(1)  VALUE "G".
           88 WRITE-GOOD                 VALUE "G".
           88 WRITE-FAILED               VALUE "F".
       77  FILE-RECORDS        PIC 9(9)  COMP-5  VALUE 0.
       77  FILES-RESTORED      PIC 9(4)  COMP-5  VALUE 0.
       77  FILES-EMPTIED       PIC 9(4)  COMP-5  VALUE 0.
       77  RECORDS-RESTORED    PIC 9(9)  COMP-5  VALUE 0.

      *****************************************************************
      *  HASH-AREA         The record being hashed, and its length    *
      *  HASH-LEN                                                     *
      *  REVERSE-AREA      The record reversed, to count its          *
      *                       trailing blanks                         *
      *  TRAIL-SPACES      Trailing blanks on the record              *
      *  SIG-LEN           Length up to the last non-blank byte       *
      *  HASH-IDX          Byte being hashed                          *
      *  HASH-VALUE        Hash total of the file so far (see         *
      *                       UUBBKMAN for the calculation)           *
      *  HASH-WORK         Work fields for the calculation            *
      *  HASH-QUOT                                                    *
      *****************************************************************
       01  HASH-AREA           PIC X(512).
       77  HASH-LEN            PIC 9(4)  COMP-5.
       01  REVERSE-AREA        PIC X(512).
       77  TRAIL-SPACES        PIC 9(4)  COMP-5.
       77  SIG-LEN             PIC 9(4)  COMP-5.
       77  HASH-IDX            PIC 9(4)  COMP-5.
       77  HASH-VALUE          PIC 9(9)  COMP-5.
       77  HASH-WORK           PIC 9(18) COMP-5.
       77  HASH-QUOT           PIC 9(18) COMP-5.

      *****************************************************************
      *  MESSAGE-TEXT      A message for the report and the log       *
      *  RESULT-TEXT       The outcome for the file in hand           *
      *  CALL-RC           Return code from a file-handling routine   *
      *****************************************************************
       01  MESSAGE-TEXT        PIC X(100) VALUE SPACES.
       01  RESULT-TEXT         PIC X(22)  VALUE SPACES.
       01  CALL-RC             PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  REPORT LINES                                                 *
      *****************************************************************
       01  RESTORE-TITLE-LINE.
           05 FILLER           PIC X(34)
                 VALUE "CONTROL FILE RESTORE - GENERATION ".
           05 RTL-GEN-DIR      PIC X(11).
           05 FILLER           PIC X(7)  VALUE " TAKEN ".
           05 RTL-DATE         PIC 9(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RTL-TIME         PIC 9(8).

       01  RESTORE-HEADING-LINE.
           05 FILLER           PIC X(9)  VALUE "FILE".
           05 FILLER           PIC X(2)  VALUE "O".
           05 FILLER           PIC X(7)  VALUE "STATE".
           05 FILLER           PIC X(10) VALUE " MANIFEST".
           05 FILLER           PIC X(10) VALUE "     FOUND".
           05 FILLER           PIC X(10) VALUE " MAN HASH".
           05 FILLER           PIC X(10) VALUE "FOUND HASH".
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 FILLER           PIC X(22) VALUE "RESULT".

       01  RESTORE-DETAIL-LINE.
           05 RSL-FILE         PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-ORG          PIC X(1).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-STATE        PIC X(6).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-MAN-COUNT    PIC Z(8)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-FOUND-COUNT  PIC Z(8)9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-MAN-HASH     PIC 9(9).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RSL-FOUND-HASH   PIC 9(9).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RSL-RESULT       PIC X(22).

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. TAKE THE GENERATION DATE AND ANY ONE    *
      *                          FILE NAME FROM THE COMMAND LINE      *
      *                    1. PROVE THE MANIFEST                      *
      *                    1. SELECT THE FILES TO RESTORE             *
      *                    1. PROVE EACH SELECTED COPY AGAINST THE    *
      *                          MANIFEST - NOTHING IS RESTORED IF    *
      *                          ANY FAILS                            *
      *                    1. RESTORE THE SELECTED FILES              *
      *                    1. PROVE EACH RESTORED FILE AGAINST THE    *
      *                          MANIFEST                             *
      *                    1. REPORT THE OUTCOME - RETURN-CODE 8      *
      *                          UNLESS THE RESTORE PROVED            *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE COMMAND LINE CARRIES THE GENERATION DATE,
      *******     OPTIONALLY FOLLOWED BY THE ONE FILE TO RESTORE
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO GEN-DATE-X COUNT IN GEN-DATE-LEN
                   RESTORE-FILE.

           IF GEN-DATE-LEN NOT = 8
              DISPLAY "CTLRSTR - GIVE THE GENERATION DATE (CCYYMMDD), "
                      "AND OPTIONALLY ONE FILE NAME, AS THE COMMAND "
                      "LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF GEN-DATE-X NOT NUMERIC
              DISPLAY "CTLRSTR - GIVE THE GENERATION DATE (CCYYMMDD), "
                      "AND OPTIONALLY ONE FILE NAME, AS THE COMMAND "
                      "LINE PARAMETERS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE GEN-DATE-X TO GEN-DATE.

           STRING "BK" GEN-DATE DELIMITED BY SIZE INTO GEN-DIR.
           STRING GEN-DIR DELIMITED BY SPACE
                  "/MANIFEST" DELIMITED BY SIZE
              INTO MANIFEST-NAME.

           OPEN OUTPUT REPORT-FILE.

      *******   THE MANIFEST MUST BE WHOLE BEFORE ANYTHING IS
      *******     TRUSTED TO IT
           PERFORM 200-LOAD-MANIFEST THRU 200-LOAD-MANIFEST-EXIT.

           MOVE GEN-DIR TO RTL-GEN-DIR.
           MOVE GEN-DATE TO RTL-DATE.
           MOVE GEN-TIME TO RTL-TIME.
           WRITE REPORT-RECORD FROM RESTORE-TITLE-LINE.

           IF MANIFEST-NOT-PROVED
              MOVE "MANIFEST DOES NOT PROVE - NOTHING RESTORED"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 250-SELECT-FILES THRU 250-SELECT-FILES-EXIT.
           IF SELECTION-REFUSED
              MOVE "NOTHING RESTORED" TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   EVERY COPY TO BE RESTORED IS PROVED BEFORE ANY IS
      *******     RESTORED, SO A BAD GENERATION TOUCHES NOTHING
           MOVE "GENERATION COPIES AGAINST THE MANIFEST"
              TO MESSAGE-TEXT.
           PERFORM 900-WRITE-MESSAGE.
           WRITE REPORT-RECORD FROM RESTORE-HEADING-LINE.
           PERFORM 300-PROVE-COPY
              THRU 300-PROVE-COPY-EXIT
              VARYING MFT-IDX FROM 1 BY 1
              UNTIL MFT-IDX > MFT-ENTRIES.

           IF GENERATION-NOT-PROVED
              MOVE "GENERATION DOES NOT PROVE - NOTHING RESTORED"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 400-RESTORE-FILE
              THRU 400-RESTORE-FILE-EXIT
              VARYING MFT-IDX FROM 1 BY 1
              UNTIL MFT-IDX > MFT-ENTRIES.

      *******   EVERY RESTORED FILE IS READ BACK AND PROVED
           MOVE "RESTORED FILES AGAINST THE MANIFEST" TO MESSAGE-TEXT.
           PERFORM 900-WRITE-MESSAGE.
           WRITE REPORT-RECORD FROM RESTORE-HEADING-LINE.
           PERFORM 500-PROVE-RESTORED
              THRU 500-PROVE-RESTORED-EXIT
              VARYING MFT-IDX FROM 1 BY 1
              UNTIL MFT-IDX > MFT-ENTRIES.

           IF CHECKPOINTS-RESTORED
              STRING "NIGHTCKP RESTORED WITH STEP CHECKPOINTS - "
                     "NIGHTRUN WILL RESUME THAT NIGHT"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              STRING "EMPTY NIGHTCKP FIRST TO RUN A FRESH NIGHT ON THIS"
                     " RESTORE"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
           END-IF.

           IF RESTORE-PROVED
              STRING "RESTORE PROVED AGAINST THE MANIFEST - THE NIGHT"
                     " MAY BE RERUN"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
           ELSE
              STRING "RESTORE DOES NOT PROVE - DO NOT RERUN A NIGHT ON"
                     " IT"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 900-WRITE-MESSAGE.
           CLOSE REPORT-FILE.

           DISPLAY "CTLRSTR - RESTORE FROM GENERATION " GEN-DIR.
           DISPLAY "  FILES RESTORED . . . . . . . . . . : "
                   FILES-RESTORED.
           DISPLAY "  FILES ABSENT AND EMPTIED . . . . . : "
                   FILES-EMPTIED.
           DISPLAY "  RECORDS RESTORED . . . . . . . . . : "
                   RECORDS-RESTORED.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-MANIFEST)                      *
      *                    1. OPEN THE MANIFEST - NONE MEANS NO SUCH  *
      *                          GENERATION                           *
      *                    1. READ IT THROUGH, LOADING THE FILE       *
      *                          RECORDS                              *
      *                    1. IT MUST HAVE HAD ITS HEADER AND TRAILER *
      *                     ENDPROC (LOAD-MANIFEST)                   *
      *********************-END PSEUDOCODE-****************************

       200-LOAD-MANIFEST.

           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
              STRING "CANNOT OPEN " DELIMITED BY SIZE
                     MANIFEST-NAME DELIMITED BY SPACE
                     " - STATUS " MANIFEST-STATUS
                     " - NO SUCH GENERATION"
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
              GO TO 200-LOAD-MANIFEST-EXIT
           END-IF.

           PERFORM 210-READ-MANIFEST
              THRU 210-READ-MANIFEST-EXIT
              UNTIL MANIFEST-STATUS NOT = "00".
           CLOSE MANIFEST-FILE.

           IF NOT MAN-HEADER-SEEN OR NOT MAN-TRAILER-SEEN
              MOVE "MANIFEST HAS NO HEADER OR NO TRAILER - INCOMPLETE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
           END-IF.

       200-LOAD-MANIFEST-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-MANIFEST)                      *
      *                    1. READ THE NEXT MANIFEST RECORD           *
      *                    1. THE FIRST MUST BE THE HEADER, FOR THE   *
      *                          GENERATION ASKED FOR                 *
      *                    1. LOAD EACH FILE RECORD                   *
      *                    1. CHECK THE TRAILER AGAINST THEM; NOTHING *
      *                          MAY FOLLOW IT                        *
      *                     ENDPROC (READ-MANIFEST)                   *
      *********************-END PSEUDOCODE-****************************

       210-READ-MANIFEST.

           READ MANIFEST-FILE
              AT END MOVE "10" TO MANIFEST-STATUS
           END-READ.
           IF MANIFEST-STATUS NOT = "00"
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           IF NOT MAN-HEADER-SEEN
              IF MAN-HEADER AND MAN-DATE = GEN-DATE
                 SET MAN-HEADER-SEEN TO TRUE
                 MOVE MAN-TIME TO GEN-TIME
                 GO TO 210-READ-MANIFEST-EXIT
              END-IF
              STRING "MANIFEST DOES NOT START WITH THE GENERATION'S"
                     " HEADER"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
              MOVE "10" TO MANIFEST-STATUS
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           IF MAN-TRAILER-SEEN
              MOVE "MANIFEST HAS RECORDS AFTER ITS TRAILER"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
              MOVE "10" TO MANIFEST-STATUS
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           IF MAN-TRAILER
              SET MAN-TRAILER-SEEN TO TRUE
              IF MAN-FILES NOT = MFT-ENTRIES
                 OR MAN-RECORDS NOT = MANIFEST-RECORDS
                 MOVE "MANIFEST DOES NOT AGREE WITH ITS TRAILER"
                    TO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET MANIFEST-NOT-PROVED TO TRUE
              END-IF
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           IF NOT MAN-FILE-ENTRY
              OR NOT (MAN-COPIED OR MAN-ABSENT OR MAN-FAILED)
              OR MAN-COUNT NOT NUMERIC
              OR MAN-HASH NOT NUMERIC
              STRING "MANIFEST RECORD FOR " MAN-FILE
                     " IS NOT VALID"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           IF MFT-ENTRIES NOT < MFT-MAX
              MOVE "MANIFEST HOLDS MORE FILES THAN THE RESTORE TABLE"
                 TO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MANIFEST-NOT-PROVED TO TRUE
              MOVE "10" TO MANIFEST-STATUS
              GO TO 210-READ-MANIFEST-EXIT
           END-IF.

           ADD 1 TO MFT-ENTRIES.
           MOVE MAN-FILE TO MFT-FILE(MFT-ENTRIES).
           MOVE MAN-ORG TO MFT-ORG(MFT-ENTRIES).
           MOVE MAN-STATE TO MFT-STATE(MFT-ENTRIES).
           MOVE MAN-COUNT TO MFT-COUNT(MFT-ENTRIES).
           MOVE MAN-HASH TO MFT-HASH(MFT-ENTRIES).
           SET MFT-NOT-SELECTED(MFT-ENTRIES) TO TRUE.
           SET MFT-NOT-RESTORED(MFT-ENTRIES) TO TRUE.
           ADD MAN-COUNT TO MANIFEST-RECORDS.

       210-READ-MANIFEST-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SELECT-FILES)                       *
      *                    1. ONE FILE ASKED FOR - IT MUST BE ON THE  *
      *                          MANIFEST AND HAVE BEEN COPIED        *
      *                    1. OTHERWISE SELECT EVERY FILE - NONE MAY  *
      *                          HAVE FAILED ON THE NIGHT             *
      *                     ENDPROC (SELECT-FILES)                    *
      *********************-END PSEUDOCODE-****************************

       250-SELECT-FILES.

           IF RESTORE-FILE NOT = SPACES
              MOVE 0 TO MFT-HIT
              PERFORM 260-FIND-FILE
                 VARYING MFT-IDX FROM 1 BY 1
                 UNTIL MFT-IDX > MFT-ENTRIES OR MFT-HIT > 0
              IF MFT-HIT = 0
                 STRING RESTORE-FILE " IS NOT IN THE GENERATION'S"
                        " MANIFEST"
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET SELECTION-REFUSED TO TRUE
                 GO TO 250-SELECT-FILES-EXIT
              END-IF
              IF MFT-ABSENT(MFT-HIT)
                 STRING RESTORE-FILE " DID NOT EXIST WHEN THE"
                        " GENERATION WAS TAKEN"
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET SELECTION-REFUSED TO TRUE
                 GO TO 250-SELECT-FILES-EXIT
              END-IF
              IF NOT MFT-COPIED(MFT-HIT)
                 STRING RESTORE-FILE " COULD NOT BE COPIED WHEN THE"
                        " GENERATION WAS TAKEN"
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET SELECTION-REFUSED TO TRUE
                 GO TO 250-SELECT-FILES-EXIT
              END-IF
              SET MFT-SELECTED(MFT-HIT) TO TRUE
              GO TO 250-SELECT-FILES-EXIT
           END-IF.

           PERFORM 270-SELECT-FILE
              VARYING MFT-IDX FROM 1 BY 1
              UNTIL MFT-IDX > MFT-ENTRIES.

       250-SELECT-FILES-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (FIND-FILE)                          *
      *                    1. NOTE THE MANIFEST ENTRY FOR THE FILE    *
      *                          ASKED FOR                            *
      *                     ENDPROC (FIND-FILE)                       *
      *********************-END PSEUDOCODE-****************************

       260-FIND-FILE.

           IF MFT-FILE(MFT-IDX) = RESTORE-FILE
              MOVE MFT-IDX TO MFT-HIT
           END-IF.

       260-FIND-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (SELECT-FILE)                        *
      *                    1. SELECT THE FILE FOR A WHOLE-GENERATION  *
      *                          RESTORE                              *
      *                    1. ONE THAT FAILED ON THE NIGHT REFUSES    *
      *                          THE WHOLE GENERATION                 *
      *                     ENDPROC (SELECT-FILE)                     *
      *********************-END PSEUDOCODE-****************************

       270-SELECT-FILE.

           SET MFT-SELECTED(MFT-IDX) TO TRUE.
           IF MFT-FAILED(MFT-IDX)
              STRING "GENERATION IS INCOMPLETE - "
                     MFT-FILE(MFT-IDX)
                     " COULD NOT BE COPIED WHEN IT WAS TAKEN"
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET SELECTION-REFUSED TO TRUE
           END-IF.

       270-SELECT-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-COPY)                         *
      *                    1. PASS OVER A FILE NOT SELECTED OR NOT    *
      *                          COPIED                               *
      *                    1. COUNT AND HASH THE GENERATION'S COPY    *
      *                    1. REPORT IT AGAINST THE MANIFEST          *
      *                     ENDPROC (PROVE-COPY)                      *
      *********************-END PSEUDOCODE-****************************

       300-PROVE-COPY.

           IF MFT-NOT-SELECTED(MFT-IDX) OR NOT MFT-COPIED(MFT-IDX)
              GO TO 300-PROVE-COPY-EXIT
           END-IF.

           PERFORM 350-NAME-COPY.
           PERFORM 600-COUNT-FLAT THRU 600-COUNT-FLAT-EXIT.

           PERFORM 800-JUDGE-FILE.
           IF RESULT-TEXT NOT = "MATCHES"
              SET GENERATION-NOT-PROVED TO TRUE
           END-IF.
           PERFORM 850-WRITE-DETAIL.

       300-PROVE-COPY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (NAME-COPY)                          *
      *                    1. NAME THE FILE'S COPY IN THE GENERATION  *
      *                     ENDPROC (NAME-COPY)                       *
      *********************-END PSEUDOCODE-****************************

       350-NAME-COPY.

           MOVE SPACES TO COPY-NAME.
           STRING GEN-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  MFT-FILE(MFT-IDX) DELIMITED BY SPACE
              INTO COPY-NAME.

       350-NAME-COPY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-FILE)                       *
      *                    1. PASS OVER A FILE NOT SELECTED           *
      *                    1. EMPTY A FILE ABSENT FROM THE GENERATION *
      *                    1. PASS OVER ONE NOT COPIED                *
      *                    1. RESTORE IT THE WAY ITS ORGANIZATION     *
      *                          NEEDS                                *
      *                     ENDPROC (RESTORE-FILE)                    *
      *********************-END PSEUDOCODE-****************************

       400-RESTORE-FILE.

           IF MFT-NOT-SELECTED(MFT-IDX)
              GO TO 400-RESTORE-FILE-EXIT
           END-IF.

      *******   ONLY A WHOLE-GENERATION RESTORE SELECTS AN ABSENT FILE
           IF MFT-ABSENT(MFT-IDX)
              PERFORM 460-EMPTY-FILE
                 THRU 460-EMPTY-FILE-EXIT
              GO TO 400-RESTORE-FILE-EXIT
           END-IF.

           IF NOT MFT-COPIED(MFT-IDX)
              GO TO 400-RESTORE-FILE-EXIT
           END-IF.

           PERFORM 350-NAME-COPY.
           SET WRITE-GOOD TO TRUE.
           SET READ-GOOD TO TRUE.
           MOVE 0 TO FILE-RECORDS.

           OPEN INPUT COPY-FILE.
           IF COPY-STATUS NOT = "00"
              STRING "CANNOT OPEN " DELIMITED BY SIZE
                     COPY-NAME DELIMITED BY SPACE
                     " - STATUS " COPY-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET MFT-RESTORE-FAILED(MFT-IDX) TO TRUE
              GO TO 400-RESTORE-FILE-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN MFT-FLAT(MFT-IDX)
                 PERFORM 410-RESTORE-FLAT
                    THRU 410-RESTORE-FLAT-EXIT
              WHEN MFT-HISTORY(MFT-IDX)
                 PERFORM 430-RESTORE-HISTORY
                    THRU 430-RESTORE-HISTORY-EXIT
              WHEN MFT-CONTROL(MFT-IDX)
                 PERFORM 450-RESTORE-CONTROL
                    THRU 450-RESTORE-CONTROL-EXIT
              WHEN OTHER
                 STRING MFT-FILE(MFT-IDX) " - UNKNOWN ORGANIZATION "
                        MFT-ORG(MFT-IDX)
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET WRITE-FAILED TO TRUE
           END-EVALUATE.
           CLOSE COPY-FILE.

           IF READ-FAILED OR WRITE-FAILED
              SET MFT-RESTORE-FAILED(MFT-IDX) TO TRUE
           ELSE
              SET MFT-RESTORED(MFT-IDX) TO TRUE
              ADD 1 TO FILES-RESTORED
              ADD FILE-RECORDS TO RECORDS-RESTORED
           END-IF.

       400-RESTORE-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-FLAT)                       *
      *                    1. REPLACE THE FLAT FILE                   *
      *                    1. COPY EVERY RECORD BACK FROM THE         *
      *                          GENERATION                           *
      *                     ENDPROC (RESTORE-FLAT)                    *
      *********************-END PSEUDOCODE-****************************

       410-RESTORE-FLAT.

           MOVE MFT-FILE(MFT-IDX) TO LIVE-NAME.
           OPEN OUTPUT LIVE-FILE.
           IF LIVE-STATUS NOT = "00"
              STRING "CANNOT REPLACE " DELIMITED BY SIZE
                     LIVE-NAME DELIMITED BY SPACE
                     " - STATUS " LIVE-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET WRITE-FAILED TO TRUE
              GO TO 410-RESTORE-FLAT-EXIT
           END-IF.

           PERFORM 415-RESTORE-FLAT-RECORD
              THRU 415-RESTORE-FLAT-RECORD-EXIT
              UNTIL COPY-STATUS NOT = "00"
                 OR WRITE-FAILED.
           CLOSE LIVE-FILE.

       410-RESTORE-FLAT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-FLAT-RECORD)                *
      *                    1. READ THE NEXT RECORD OF THE COPY        *
      *                    1. WRITE IT AT THE SAME LENGTH             *
      *                     ENDPROC (RESTORE-FLAT-RECORD)             *
      *********************-END PSEUDOCODE-****************************

       415-RESTORE-FLAT-RECORD.

           PERFORM 420-READ-COPY THRU 420-READ-COPY-EXIT.
           IF COPY-STATUS NOT = "00"
              GO TO 415-RESTORE-FLAT-RECORD-EXIT
           END-IF.

           MOVE COPY-LEN TO LIVE-LEN.
           MOVE COPY-RECORD TO LIVE-RECORD.
           WRITE LIVE-RECORD.
           IF LIVE-STATUS NOT = "00"
              STRING "CANNOT WRITE " DELIMITED BY SIZE
                     LIVE-NAME DELIMITED BY SPACE
                     " - STATUS " LIVE-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET WRITE-FAILED TO TRUE
              GO TO 415-RESTORE-FLAT-RECORD-EXIT
           END-IF.
           ADD 1 TO FILE-RECORDS.

       415-RESTORE-FLAT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-COPY)                          *
      *                    1. READ THE NEXT RECORD OF THE COPY BEING  *
      *                          RESTORED - A READ FAILURE SHORT OF   *
      *                          THE END FAILS THE RESTORE            *
      *                     ENDPROC (READ-COPY)                       *
      *********************-END PSEUDOCODE-****************************

       420-READ-COPY.

           READ COPY-FILE
              AT END MOVE "10" TO COPY-STATUS
           END-READ.
           IF COPY-STATUS NOT = "00" AND COPY-STATUS NOT = "10"
              STRING "CANNOT READ " DELIMITED BY SIZE
                     COPY-NAME DELIMITED BY SPACE
                     " - STATUS " COPY-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
           END-IF.

       420-READ-COPY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-HISTORY)                    *
      *                    1. REBUILD THE INDEXED HISTORY             *
      *                    1. WRITE EVERY RECORD OF THE COPY BACK IN  *
      *                          KEY ORDER                            *
      *                     ENDPROC (RESTORE-HISTORY)                 *
      *********************-END PSEUDOCODE-****************************

       430-RESTORE-HISTORY.

           OPEN OUTPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
              STRING "CANNOT REBUILD AUDHIST - STATUS "
                     HISTORY-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET WRITE-FAILED TO TRUE
              GO TO 430-RESTORE-HISTORY-EXIT
           END-IF.

           PERFORM 435-RESTORE-HISTORY-RECORD
              THRU 435-RESTORE-HISTORY-RECORD-EXIT
              UNTIL COPY-STATUS NOT = "00"
                 OR WRITE-FAILED.
           CLOSE HISTORY-FILE.

       430-RESTORE-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-HISTORY-RECORD)             *
      *                    1. READ THE NEXT RECORD OF THE COPY        *
      *                    1. WRITE IT TO THE INDEXED HISTORY         *
      *                     ENDPROC (RESTORE-HISTORY-RECORD)          *
      *********************-END PSEUDOCODE-****************************

       435-RESTORE-HISTORY-RECORD.

           PERFORM 420-READ-COPY THRU 420-READ-COPY-EXIT.
           IF COPY-STATUS NOT = "00"
              GO TO 435-RESTORE-HISTORY-RECORD-EXIT
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           IF COPY-LEN > 0
              MOVE COPY-RECORD(1:COPY-LEN) TO HISTORY-RECORD
           END-IF.
           WRITE HISTORY-RECORD
              INVALID KEY
                 STRING "CANNOT WRITE AUDHIST " HIS-ACCT " "
                        HIS-DATE " " HIS-TIME " - STATUS "
                        HISTORY-STATUS
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET WRITE-FAILED TO TRUE
              NOT INVALID KEY
                 ADD 1 TO FILE-RECORDS
           END-WRITE.

       435-RESTORE-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-CONTROL)                    *
      *                    1. REBUILD THE INDEXED AUDIT CONTROL FILE  *
      *                    1. WRITE EVERY RECORD OF THE COPY BACK IN  *
      *                          KEY ORDER                            *
      *                     ENDPROC (RESTORE-CONTROL)                 *
      *********************-END PSEUDOCODE-****************************

       450-RESTORE-CONTROL.

           OPEN OUTPUT AUDIT-CONTROL-FILE.
           IF AUDCTL-STATUS NOT = "00"
              STRING "CANNOT REBUILD AUDCTL - STATUS "
                     AUDCTL-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET WRITE-FAILED TO TRUE
              GO TO 450-RESTORE-CONTROL-EXIT
           END-IF.

           PERFORM 455-RESTORE-CONTROL-RECORD
              THRU 455-RESTORE-CONTROL-RECORD-EXIT
              UNTIL COPY-STATUS NOT = "00"
                 OR WRITE-FAILED.
           CLOSE AUDIT-CONTROL-FILE.

       450-RESTORE-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RESTORE-CONTROL-RECORD)             *
      *                    1. READ THE NEXT RECORD OF THE COPY        *
      *                    1. WRITE IT TO THE INDEXED CONTROL FILE    *
      *                     ENDPROC (RESTORE-CONTROL-RECORD)          *
      *********************-END PSEUDOCODE-****************************

       455-RESTORE-CONTROL-RECORD.

           PERFORM 420-READ-COPY THRU 420-READ-COPY-EXIT.
           IF COPY-STATUS NOT = "00"
              GO TO 455-RESTORE-CONTROL-RECORD-EXIT
           END-IF.

           MOVE SPACES TO AUDIT-CONTROL-RECORD.
           IF COPY-LEN > 0
              MOVE COPY-RECORD(1:COPY-LEN) TO AUDIT-CONTROL-RECORD
           END-IF.
           WRITE AUDIT-CONTROL-RECORD
              INVALID KEY
                 STRING "CANNOT WRITE AUDCTL " ACL-DATE
                        " - STATUS " AUDCTL-STATUS
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET WRITE-FAILED TO TRUE
              NOT INVALID KEY
                 ADD 1 TO FILE-RECORDS
           END-WRITE.

       455-RESTORE-CONTROL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (EMPTY-FILE)                         *
      *                    1. DELETE A FLAT FILE - ONE ALREADY GONE   *
      *                          IS LEFT GONE                         *
      *                    1. REBUILD AN INDEXED FILE EMPTY           *
      *                     ENDPROC (EMPTY-FILE)                      *
      *********************-END PSEUDOCODE-****************************

       460-EMPTY-FILE.

           SET WRITE-GOOD TO TRUE.

           EVALUATE TRUE
              WHEN MFT-FLAT(MFT-IDX)
                 MOVE SPACES TO LIVE-NAME
                 MOVE MFT-FILE(MFT-IDX) TO LIVE-NAME
                 CALL "CBL_DELETE_FILE" USING LIVE-NAME
                    RETURNING CALL-RC
              WHEN MFT-HISTORY(MFT-IDX)
                 OPEN OUTPUT HISTORY-FILE
                 IF HISTORY-STATUS = "00"
                    CLOSE HISTORY-FILE
                 ELSE
                    STRING "CANNOT EMPTY AUDHIST - STATUS "
                           HISTORY-STATUS
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                    PERFORM 900-WRITE-MESSAGE
                    SET WRITE-FAILED TO TRUE
                 END-IF
              WHEN MFT-CONTROL(MFT-IDX)
                 OPEN OUTPUT AUDIT-CONTROL-FILE
                 IF AUDCTL-STATUS = "00"
                    CLOSE AUDIT-CONTROL-FILE
                 ELSE
                    STRING "CANNOT EMPTY AUDCTL - STATUS "
                           AUDCTL-STATUS
                       DELIMITED BY SIZE INTO MESSAGE-TEXT
                    PERFORM 900-WRITE-MESSAGE
                    SET WRITE-FAILED TO TRUE
                 END-IF
              WHEN OTHER
                 STRING MFT-FILE(MFT-IDX) " - UNKNOWN ORGANIZATION "
                        MFT-ORG(MFT-IDX)
                    DELIMITED BY SIZE INTO MESSAGE-TEXT
                 PERFORM 900-WRITE-MESSAGE
                 SET WRITE-FAILED TO TRUE
           END-EVALUATE.

           IF WRITE-FAILED
              SET MFT-RESTORE-FAILED(MFT-IDX) TO TRUE
           ELSE
              SET MFT-RESTORED(MFT-IDX) TO TRUE
              ADD 1 TO FILES-EMPTIED
           END-IF.

       460-EMPTY-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-RESTORED)                     *
      *                    1. PASS OVER A FILE NOT SELECTED           *
      *                    1. PROVE A FILE ABSENT FROM THE            *
      *                          GENERATION GONE OR EMPTY             *
      *                    1. REPORT A FAILED RESTORE                 *
      *                    1. OTHERWISE COUNT AND HASH THE RESTORED   *
      *                          FILE AND REPORT IT AGAINST THE       *
      *                          MANIFEST                             *
      *                     ENDPROC (PROVE-RESTORED)                  *
      *********************-END PSEUDOCODE-****************************

       500-PROVE-RESTORED.

           IF MFT-NOT-SELECTED(MFT-IDX)
              GO TO 500-PROVE-RESTORED-EXIT
           END-IF.

           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO HASH-VALUE.

           IF MFT-ABSENT(MFT-IDX)
              PERFORM 520-PROVE-EMPTY
                 THRU 520-PROVE-EMPTY-EXIT
              GO TO 500-PROVE-RESTORED-EXIT
           END-IF.

           IF NOT MFT-RESTORED(MFT-IDX)
              MOVE "RESTORE FAILED" TO RESULT-TEXT
              SET RESTORE-NOT-PROVED TO TRUE
              PERFORM 850-WRITE-DETAIL
              GO TO 500-PROVE-RESTORED-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN MFT-HISTORY(MFT-IDX)
                 PERFORM 640-COUNT-HISTORY
                    THRU 640-COUNT-HISTORY-EXIT
              WHEN MFT-CONTROL(MFT-IDX)
                 PERFORM 660-COUNT-CONTROL
                    THRU 660-COUNT-CONTROL-EXIT
              WHEN OTHER
                 MOVE SPACES TO COPY-NAME
                 MOVE MFT-FILE(MFT-IDX) TO COPY-NAME
                 PERFORM 600-COUNT-FLAT
                    THRU 600-COUNT-FLAT-EXIT
           END-EVALUATE.

           PERFORM 800-JUDGE-FILE.
           IF RESULT-TEXT NOT = "MATCHES"
              SET RESTORE-NOT-PROVED TO TRUE
           END-IF.
           PERFORM 850-WRITE-DETAIL.

           IF MFT-FILE(MFT-IDX) = "NIGHTCKP" AND FILE-RECORDS > 0
              SET CHECKPOINTS-RESTORED TO TRUE
           END-IF.

       500-PROVE-RESTORED-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (PROVE-EMPTY)                        *
      *                    1. REPORT A FILE THAT COULD NOT BE EMPTIED *
      *                    1. A FLAT FILE THAT IS GONE IS EMPTY -     *
      *                          OTHERWISE COUNT IT                   *
      *                    1. COUNT AN INDEXED FILE                   *
      *                    1. IT PROVES ONLY IF NO RECORD IS FOUND    *
      *                     ENDPROC (PROVE-EMPTY)                     *
      *********************-END PSEUDOCODE-****************************

       520-PROVE-EMPTY.

           IF NOT MFT-RESTORED(MFT-IDX)
              MOVE "EMPTYING FAILED" TO RESULT-TEXT
              SET RESTORE-NOT-PROVED TO TRUE
              PERFORM 850-WRITE-DETAIL
              GO TO 520-PROVE-EMPTY-EXIT
           END-IF.

           SET READ-GOOD TO TRUE.
           EVALUATE TRUE
              WHEN MFT-HISTORY(MFT-IDX)
                 PERFORM 640-COUNT-HISTORY
                    THRU 640-COUNT-HISTORY-EXIT
              WHEN MFT-CONTROL(MFT-IDX)
                 PERFORM 660-COUNT-CONTROL
                    THRU 660-COUNT-CONTROL-EXIT
              WHEN OTHER
                 MOVE SPACES TO COPY-NAME
                 MOVE MFT-FILE(MFT-IDX) TO COPY-NAME
                 OPEN INPUT COPY-FILE
                 IF COPY-STATUS NOT = "35"
                    IF COPY-STATUS = "00"
                       CLOSE COPY-FILE
                    END-IF
                    PERFORM 600-COUNT-FLAT
                       THRU 600-COUNT-FLAT-EXIT
                 END-IF
           END-EVALUATE.

           EVALUATE TRUE
              WHEN READ-FAILED
                 MOVE "CANNOT BE READ" TO RESULT-TEXT
              WHEN FILE-RECORDS > 0
                 MOVE "ABSENT - NOT EMPTIED" TO RESULT-TEXT
              WHEN OTHER
                 MOVE "ABSENT - EMPTIED" TO RESULT-TEXT
           END-EVALUATE.
           IF RESULT-TEXT NOT = "ABSENT - EMPTIED"
              SET RESTORE-NOT-PROVED TO TRUE
           END-IF.
           PERFORM 850-WRITE-DETAIL.

       520-PROVE-EMPTY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-FLAT)                         *
      *                    1. OPEN THE LINE SEQUENTIAL FILE NAMED     *
      *                    1. COUNT AND HASH EVERY RECORD ON IT       *
      *                    1. A FILE THAT CANNOT BE READ TO THE END   *
      *                          IS NOTED AS SUCH                     *
      *                     ENDPROC (COUNT-FLAT)                      *
      *********************-END PSEUDOCODE-****************************

       600-COUNT-FLAT.

           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO HASH-VALUE.
           SET READ-GOOD TO TRUE.

           OPEN INPUT COPY-FILE.
           IF COPY-STATUS NOT = "00"
              STRING "CANNOT OPEN " DELIMITED BY SIZE
                     COPY-NAME DELIMITED BY SPACE
                     " - STATUS " COPY-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
              GO TO 600-COUNT-FLAT-EXIT
           END-IF.

           PERFORM 610-COUNT-FLAT-RECORD
              THRU 610-COUNT-FLAT-RECORD-EXIT
              UNTIL COPY-STATUS NOT = "00".
           IF COPY-STATUS NOT = "10"
              STRING "CANNOT READ " DELIMITED BY SIZE
                     COPY-NAME DELIMITED BY SPACE
                     " - STATUS " COPY-STATUS
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
           END-IF.
           CLOSE COPY-FILE.

       600-COUNT-FLAT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-FLAT-RECORD)                  *
      *                    1. READ THE NEXT RECORD                    *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (COUNT-FLAT-RECORD)               *
      *********************-END PSEUDOCODE-****************************

       610-COUNT-FLAT-RECORD.

           READ COPY-FILE
              AT END MOVE "10" TO COPY-STATUS
           END-READ.
           IF COPY-STATUS NOT = "00"
              GO TO 610-COUNT-FLAT-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE COPY-RECORD TO HASH-AREA.
           MOVE COPY-LEN TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       610-COUNT-FLAT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-HISTORY)                      *
      *                    1. COUNT AND HASH EVERY RECORD ON THE      *
      *                          REBUILT INDEXED HISTORY, IN KEY      *
      *                          ORDER                                *
      *                     ENDPROC (COUNT-HISTORY)                   *
      *********************-END PSEUDOCODE-****************************

       640-COUNT-HISTORY.

           SET READ-GOOD TO TRUE.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
              STRING "CANNOT OPEN AUDHIST - STATUS " HISTORY-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
              GO TO 640-COUNT-HISTORY-EXIT
           END-IF.

           PERFORM 645-COUNT-HISTORY-RECORD
              THRU 645-COUNT-HISTORY-RECORD-EXIT
              UNTIL HISTORY-STATUS NOT = "00".
           IF HISTORY-STATUS NOT = "10"
              STRING "CANNOT READ AUDHIST - STATUS " HISTORY-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
           END-IF.
           CLOSE HISTORY-FILE.

       640-COUNT-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-HISTORY-RECORD)               *
      *                    1. READ THE NEXT HISTORY RECORD            *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (COUNT-HISTORY-RECORD)            *
      *********************-END PSEUDOCODE-****************************

       645-COUNT-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
           END-READ.
           IF HISTORY-STATUS NOT = "00"
              GO TO 645-COUNT-HISTORY-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE HISTORY-RECORD TO HASH-AREA.
           MOVE LENGTH OF HISTORY-RECORD TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       645-COUNT-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-CONTROL)                      *
      *                    1. COUNT AND HASH EVERY RECORD ON THE      *
      *                          REBUILT AUDIT CONTROL FILE, IN KEY   *
      *                          ORDER                                *
      *                     ENDPROC (COUNT-CONTROL)                   *
      *********************-END PSEUDOCODE-****************************

       660-COUNT-CONTROL.

           SET READ-GOOD TO TRUE.

           OPEN INPUT AUDIT-CONTROL-FILE.
           IF AUDCTL-STATUS NOT = "00"
              STRING "CANNOT OPEN AUDCTL - STATUS " AUDCTL-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
              GO TO 660-COUNT-CONTROL-EXIT
           END-IF.

           PERFORM 665-COUNT-CONTROL-RECORD
              THRU 665-COUNT-CONTROL-RECORD-EXIT
              UNTIL AUDCTL-STATUS NOT = "00".
           IF AUDCTL-STATUS NOT = "10"
              STRING "CANNOT READ AUDCTL - STATUS " AUDCTL-STATUS
                 DELIMITED BY SIZE INTO MESSAGE-TEXT
              PERFORM 900-WRITE-MESSAGE
              SET READ-FAILED TO TRUE
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.

       660-COUNT-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COUNT-CONTROL-RECORD)               *
      *                    1. READ THE NEXT AUDIT CONTROL RECORD      *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (COUNT-CONTROL-RECORD)            *
      *********************-END PSEUDOCODE-****************************

       665-COUNT-CONTROL-RECORD.

           READ AUDIT-CONTROL-FILE
              AT END MOVE "10" TO AUDCTL-STATUS
           END-READ.
           IF AUDCTL-STATUS NOT = "00"
              GO TO 665-COUNT-CONTROL-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE AUDIT-CONTROL-RECORD TO HASH-AREA.
           MOVE LENGTH OF AUDIT-CONTROL-RECORD TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       665-COUNT-CONTROL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (HASH-RECORD)                        *
      *                    1. FIND THE RECORD'S LAST NON-BLANK BYTE   *
      *                    1. CHAIN EACH BYTE UP TO IT INTO THE HASH  *
      *                          TOTAL, THEN CLOSE THE RECORD         *
      *                     ENDPROC (HASH-RECORD)                     *
      *********************-END PSEUDOCODE-****************************

       700-HASH-RECORD.

           MOVE 0 TO TRAIL-SPACES.
           IF HASH-LEN > 0
              MOVE FUNCTION REVERSE(HASH-AREA(1:HASH-LEN))
                 TO REVERSE-AREA
              INSPECT REVERSE-AREA(1:HASH-LEN)
                 TALLYING TRAIL-SPACES FOR LEADING SPACE
           END-IF.
           COMPUTE SIG-LEN = HASH-LEN - TRAIL-SPACES.

           PERFORM 710-HASH-BYTE
              VARYING HASH-IDX FROM 1 BY 1
              UNTIL HASH-IDX > SIG-LEN.

           COMPUTE HASH-WORK = HASH-VALUE * 31 + 1.
           DIVIDE HASH-WORK BY 999999937
              GIVING HASH-QUOT REMAINDER HASH-VALUE.

       700-HASH-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (HASH-BYTE)                          *
      *                    1. CHAIN ONE BYTE INTO THE HASH TOTAL      *
      *                     ENDPROC (HASH-BYTE)                       *
      *********************-END PSEUDOCODE-****************************

       710-HASH-BYTE.

           COMPUTE HASH-WORK = HASH-VALUE * 31
                   + FUNCTION ORD(HASH-AREA(HASH-IDX:1)).
           DIVIDE HASH-WORK BY 999999937
              GIVING HASH-QUOT REMAINDER HASH-VALUE.

       710-HASH-BYTE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (JUDGE-FILE)                         *
      *                    1. A FILE THAT COULD NOT BE READ TO THE    *
      *                          END CANNOT BE PROVED                 *
      *                    1. OTHERWISE IT MATCHES ONLY IF BOTH ITS   *
      *                          COUNT AND ITS HASH TOTAL AGREE WITH  *
      *                          THE MANIFEST                         *
      *                     ENDPROC (JUDGE-FILE)                      *
      *********************-END PSEUDOCODE-****************************

       800-JUDGE-FILE.

           EVALUATE TRUE
              WHEN READ-FAILED
                 MOVE "CANNOT BE READ" TO RESULT-TEXT
              WHEN FILE-RECORDS NOT = MFT-COUNT(MFT-IDX)
                 MOVE "COUNT DOES NOT MATCH" TO RESULT-TEXT
              WHEN HASH-VALUE NOT = MFT-HASH(MFT-IDX)
                 MOVE "HASH DOES NOT MATCH" TO RESULT-TEXT
              WHEN OTHER
                 MOVE "MATCHES" TO RESULT-TEXT
           END-EVALUATE.

       800-JUDGE-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-DETAIL)                       *
      *                    1. REPORT THE FILE IN HAND AGAINST THE     *
      *                          MANIFEST                             *
      *                     ENDPROC (WRITE-DETAIL)                    *
      *********************-END PSEUDOCODE-****************************

       850-WRITE-DETAIL.

           MOVE MFT-FILE(MFT-IDX) TO RSL-FILE.
           MOVE MFT-ORG(MFT-IDX) TO RSL-ORG.
           MOVE MFT-STATE(MFT-IDX) TO RSL-STATE.
           MOVE MFT-COUNT(MFT-IDX) TO RSL-MAN-COUNT.
           MOVE FILE-RECORDS TO RSL-FOUND-COUNT.
           MOVE MFT-HASH(MFT-IDX) TO RSL-MAN-HASH.
           MOVE HASH-VALUE TO RSL-FOUND-HASH.
           MOVE RESULT-TEXT TO RSL-RESULT.
           WRITE REPORT-RECORD FROM RESTORE-DETAIL-LINE.
           IF RESULT-TEXT NOT = "MATCHES"
              AND RESULT-TEXT NOT = "ABSENT - EMPTIED"
              DISPLAY "CTLRSTR - " MFT-FILE(MFT-IDX) " " RESULT-TEXT
           END-IF.

       850-WRITE-DETAIL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-MESSAGE)                      *
      *                    1. WRITE THE MESSAGE TO THE REPORT AND     *
      *                          THE LOG                              *
      *                     ENDPROC (WRITE-MESSAGE)                   *
      *********************-END PSEUDOCODE-****************************

       900-WRITE-MESSAGE.

           WRITE REPORT-RECORD FROM MESSAGE-TEXT.
           DISPLAY "CTLRSTR - " MESSAGE-TEXT.
           MOVE SPACES TO MESSAGE-TEXT.

       900-WRITE-MESSAGE-EXIT.

           EXIT.

           END PROGRAM CTLRSTR.
