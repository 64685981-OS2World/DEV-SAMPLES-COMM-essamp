      **********************-PROLOGUE-*********************************
      *                                                               *
      * MODULE NAME = CTLBKUP.CBL                                     *
      *                                                               *
      * DESCRIPTIVE NAME = COBOL Sample Program                       *
      *                                                               *
      * STATUS=    Extended Services Version 1.0 Modification 0       *
      *                                                               *
      * COPYRIGHT= (C) COPYRIGHT IBM CORP. 1988, 1991                 *
      *            LICENSED MATERIAL - PROGRAM PROPERTY OF IBM        *
      *            ALL RIGHTS RESERVED                                *
      *                                                               *
      * FUNCTION = Backs up the files that hold the system's memory   *
      *            from night to night (the backup set - see          *
      *            UUBBKSET) into a dated generation, and keeps a     *
      *            set number of generations.  Meant to run as the    *
      *            last step of the nightly run.                      *
      *                                                               *
      *            THE OPTIONAL COMMAND LINE PARAMETER IS THE NUMBER  *
      *            OF GOOD GENERATIONS TO KEEP, 1 TO 99 (DEFAULT 7).  *
      *                                                               *
      *            THE GENERATION IS THE DIRECTORY "BKccyymmdd" FOR   *
      *            THE RUN DATE.  EACH FILE IN THE SET IS COPIED      *
      *            INTO IT UNDER ITS OWN NAME - THE INDEXED HISTORY   *
      *            ("AUDHIST") AND AUDIT CONTROL FILE ("AUDCTL") ARE  *
      *            UNLOADED IN KEY ORDER TO FLAT COPIES - AND A       *
      *            MANIFEST ("BKccyymmdd/MANIFEST" - SEE UUBBKMAN) IS *
      *            WRITTEN WITH EACH FILE'S RECORD COUNT AND HASH     *
      *            TOTAL, FOR CTLRSTR TO PROVE A RESTORE AGAINST.  A  *
      *            FILE THAT DOES NOT EXIST IS RECORDED AS ABSENT; A  *
      *            FILE THAT CANNOT BE COPIED IN FULL IS RECORDED AS  *
      *            FAILED AND FAILS THE GENERATION.  A RERUN ON THE   *
      *            SAME DATE REPLACES THAT DATE'S GENERATION.         *
      *                                                               *
      *            THE GENERATIONS ARE CATALOGUED ON "BKUPCAT", ONE   *
      *            RECORD PER GENERATION, OLDEST FIRST, MARKED        *
      *            COMPLETE OR FAILED.  AFTER EACH BACKUP THE NEWEST  *
      *            COMPLETE GENERATIONS UP TO THE NUMBER TO KEEP ARE  *
      *            KEPT, WITH ANY FAILED ONES AMONG THEM; EVERY       *
      *            GENERATION OLDER THAN THAT IS DELETED.  A FAILED   *
      *            NIGHT THEREFORE NEVER PUSHES A GOOD GENERATION     *
      *            OUT.  A GENERATION WHOSE DIRECTORY CANNOT BE       *
      *            REMOVED STAYS CATALOGUED AND IS TRIED AGAIN NEXT   *
      *            TIME.                                              *
      *                                                               *
      *            RETURN-CODE 8 IF THE GENERATION FAILED.            *
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
         PROGRAM-ID. CTLBKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT COPY-FILE ASSIGN TO DYNAMIC COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
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
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT CATALOGUE-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *  SOURCE-FILE   The line sequential file of the backup set     *
      *                being copied - any record length up to 512.    *
      *****************************************************************
       FD  SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
           DEPENDING ON SOURCE-LEN.
       01  SOURCE-RECORD           PIC X(512).

      *****************************************************************
      *  COPY-FILE     The file's copy in tonight's generation.       *
      *****************************************************************
       FD  COPY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
           DEPENDING ON COPY-LEN.
       01  COPY-RECORD             PIC X(512).

      *****************************************************************
      *  HISTORY-FILE  The indexed account activity history,          *
      *                unloaded in key order.                         *
      *****************************************************************
       FD  HISTORY-FILE.
           COPY UUBAHIST.

      *****************************************************************
      *  AUDIT-CONTROL-FILE  The indexed audit control file,          *
      *                      unloaded in key order.                   *
      *****************************************************************
       FD  AUDIT-CONTROL-FILE.
           COPY UUBACTL.

      *****************************************************************
      *  MANIFEST-FILE The generation's manifest.                     *
      *****************************************************************
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY UUBBKMAN.

      *****************************************************************
      *  CATALOGUE-FILE  The catalogue of generations, oldest first - *
      *                  read at the start and rewritten at the end.  *
      *****************************************************************
       FD  CATALOGUE-FILE
           RECORDING MODE IS F.
       01  CATALOGUE-RECORD.
           05 CTG-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CTG-TIME             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CTG-STATUS           PIC X(8).
           05 FILLER               PIC X(1).
           05 CTG-FILES            PIC 9(4).
           05 FILLER               PIC X(1).
           05 CTG-RECORDS          PIC 9(9).

       WORKING-STORAGE SECTION.

      *****************************************************************
      *  BACKUP-SET-TABLE  The files to be backed up                  *
      *  BKS-IDX           Subscript of the file being backed up      *
      *****************************************************************
           COPY UUBBKSET.

       77  BKS-IDX             PIC 9(4)  COMP-5.

      *****************************************************************
      *  SOURCE-STATUS     FILE STATUS for SOURCE-FILE                *
      *  COPY-STATUS       FILE STATUS for COPY-FILE                  *
      *  HISTORY-STATUS    FILE STATUS for HISTORY-FILE               *
      *  AUDCTL-STATUS     FILE STATUS for AUDIT-CONTROL-FILE         *
      *  MANIFEST-STATUS   FILE STATUS for MANIFEST-FILE              *
      *  CATALOGUE-STATUS  FILE STATUS for CATALOGUE-FILE             *
      *  SOURCE-NAME       Name of the file being copied              *
      *  COPY-NAME         Name of its copy in the generation         *
      *  MANIFEST-NAME     Name of the generation's manifest          *
      *  SOURCE-LEN        Length of the record read                  *
      *  COPY-LEN          Length of the record to be written         *
      *  CALL-RC           Return code from a file-handling routine   *
      *****************************************************************
       01  SOURCE-STATUS       PIC XX.
       01  COPY-STATUS         PIC XX.
       01  HISTORY-STATUS      PIC XX.
       01  AUDCTL-STATUS       PIC XX.
       01  MANIFEST-STATUS     PIC XX.
       01  CATALOGUE-STATUS    PIC XX.
       01  SOURCE-NAME         PIC X(30) VALUE SPACES.
       01  COPY-NAME           PIC X(30) VALUE SPACES.
       01  MANIFEST-NAME       PIC X(30) VALUE SPACES.
       77  SOURCE-LEN          PIC 9(4)  COMP-5.
       77  COPY-LEN            PIC 9(4)  COMP-5.
       01  CALL-RC             PIC S9(9) COMP-5 VALUE 0.

      *****************************************************************
      *  COMMAND-ARGS      The raw command line - optionally the      *
      *                       number of generations to keep           *
      *  KEEP-X            The number as keyed, and its length        *
      *  KEEP-LEN                                                     *
      *  KEEP-COUNT        Good generations to keep                   *
      *  RUN-DATE          Date of this backup - names the generation *
      *  RUN-TIME          Time of this backup                        *
      *  GEN-DIR           Directory holding this generation          *
      *****************************************************************
       01  COMMAND-ARGS        PIC X(60) VALUE SPACES.
       01  KEEP-X              PIC X(5)  VALUE SPACES.
       01  KEEP-LEN            PIC 9(4)  COMP-5  VALUE 0.
       77  KEEP-COUNT          PIC 9(2)  VALUE 7.
       01  RUN-DATE            PIC 9(8).
       01  RUN-TIME            PIC 9(8).
       01  GEN-DIR             PIC X(11) VALUE SPACES.

      *****************************************************************
      *  FILE-STATE        What became of the file being backed up   *
      *  FILE-RECORDS      Records copied from it                     *
      *  COPY-ERROR-SW     'Y' once a record could not be written     *
      *  BACKUP-SW         'F' once anything has failed tonight       *
      *  FILES-COPIED      Files copied into the generation           *
      *  FILES-ABSENT      Files that did not exist                   *
      *  FILES-FAILED      Files that could not be copied in full     *
      *  MANIFEST-FILES    File records written to the manifest       *
      *  TOTAL-RECORDS     Records copied, all files                  *
      *****************************************************************
       01  FILE-STATE          PIC X(6)  VALUE SPACES.
           88 FILE-COPIED                VALUE "COPIED".
           88 FILE-ABSENT                VALUE "ABSENT".
           88 FILE-FAILED                VALUE "FAILED".
       77  FILE-RECORDS        PIC 9(9)  COMP-5  VALUE 0.
       01  COPY-ERROR-SW       PIC X(1)  VALUE "N".
           88 COPY-ERROR                 VALUE "Y".
           88 NO-COPY-ERROR              VALUE "N".
       01  BACKUP-SW           PIC X(1)  VALUE "C".
           88 BACKUP-COMPLETE            VALUE "C".
           88 BACKUP-FAILED              VALUE "F".
       77  FILES-COPIED        PIC 9(4)  COMP-5  VALUE 0.
       77  FILES-ABSENT        PIC 9(4)  COMP-5  VALUE 0.
       77  FILES-FAILED        PIC 9(4)  COMP-5  VALUE 0.
       77  MANIFEST-FILES      PIC 9(4)  COMP-5  VALUE 0.
       77  TOTAL-RECORDS       PIC 9(9)  COMP-5  VALUE 0.

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
      *  CATALOGUE-TABLE   The generations on the catalogue, oldest   *
      *                       first, with tonight's last              *
      *  CAT-DATE          Generation date                            *
      *  CAT-TIME          Time it was taken                          *
      *  CAT-STATUS        COMPLETE or FAILED                         *
      *  CAT-FILES         Files in its manifest                      *
      *  CAT-RECORDS       Records copied into it                     *
      *  CAT-EXPIRE-SW     'Y' once it is to be deleted, 'D' once it  *
      *                       has been                                *
      *  CAT-COUNT         Generations on the table                   *
      *  CAT-MAX           Size of the table                          *
      *  CAT-IDX           Subscript of the generation in hand        *
      *  KEPT-COMPLETE     Complete generations kept so far, newest  *
      *                       first                                   *
      *  GENS-DELETED      Generations deleted tonight                *
      *  GENS-NOT-DELETED  Generations that could not be deleted      *
      *  DELETE-DIR        Directory of the generation being deleted  *
      *  DELETE-NAME       File in it being deleted                   *
      *****************************************************************
       01  CATALOGUE-TABLE.
           05 CAT-ENTRY            OCCURS 400 TIMES.
              10 CAT-DATE          PIC 9(8).
              10 CAT-TIME          PIC 9(8).
              10 CAT-STATUS        PIC X(8).
                 88 CAT-COMPLETE         VALUE "COMPLETE".
                 88 CAT-FAILED           VALUE "FAILED".
              10 CAT-FILES         PIC 9(4).
              10 CAT-RECORDS       PIC 9(9).
              10 CAT-EXPIRE-SW     PIC X(1).
                 88 CAT-KEEP             VALUE "N".
                 88 CAT-EXPIRE           VALUE "Y".
                 88 CAT-DELETED          VALUE "D".
       77  CAT-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  CAT-MAX             PIC 9(4)  COMP-5  VALUE 400.
       77  CAT-IDX             PIC 9(4)  COMP-5.
       77  KEPT-COMPLETE       PIC 9(4)  COMP-5  VALUE 0.
       77  GENS-DELETED        PIC 9(4)  COMP-5  VALUE 0.
       77  GENS-NOT-DELETED    PIC 9(4)  COMP-5  VALUE 0.
       01  DELETE-DIR          PIC X(11) VALUE SPACES.
       01  DELETE-NAME         PIC X(30) VALUE SPACES.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MAIN)                               *
      *                    1. TAKE THE NUMBER OF GENERATIONS TO KEEP  *
      *                          FROM THE COMMAND LINE                *
      *                    1. LOAD THE CATALOGUE OF GENERATIONS       *
      *                    1. CREATE TONIGHT'S GENERATION AND START   *
      *                          ITS MANIFEST                         *
      *                    1. COPY EACH FILE OF THE BACKUP SET INTO   *
      *                          IT, RECORDING EACH IN THE MANIFEST   *
      *                    1. CLOSE THE MANIFEST WITH ITS TRAILER     *
      *                    1. CATALOGUE TONIGHT'S GENERATION, DELETE  *
      *                          THE ONES NO LONGER KEPT AND REWRITE  *
      *                          THE CATALOGUE                        *
      *                    1. DISPLAY THE TOTALS - RETURN-CODE 8 IF   *
      *                          THE GENERATION FAILED                *
      *                     ENDPROC (MAIN)                            *
      *********************-END PSEUDOCODE-****************************
       PROCEDURE DIVISION.
       100-MAIN.

      *******   THE COMMAND LINE OPTIONALLY CARRIES THE NUMBER OF
      *******     GOOD GENERATIONS TO KEEP
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE.
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
              INTO KEEP-X COUNT IN KEEP-LEN.

           IF KEEP-LEN > 2
              DISPLAY "CTLBKUP - THE GENERATIONS TO KEEP MUST BE "
                      "A NUMBER FROM 1 TO 99"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF KEEP-LEN > 0
              IF KEEP-X(1:KEEP-LEN) NOT NUMERIC
                 DISPLAY "CTLBKUP - THE GENERATIONS TO KEEP MUST BE "
                         "A NUMBER FROM 1 TO 99"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE FUNCTION NUMVAL(KEEP-X) TO KEEP-COUNT
           END-IF.

           IF KEEP-COUNT = 0
              DISPLAY "CTLBKUP - THE GENERATIONS TO KEEP MUST BE "
                      "A NUMBER FROM 1 TO 99"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *******   THE RUN DATE NAMES TONIGHT'S GENERATION
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUN-TIME.
           STRING "BK" RUN-DATE DELIMITED BY SIZE INTO GEN-DIR.

           PERFORM 150-LOAD-CATALOGUE
              THRU 150-LOAD-CATALOGUE-EXIT.

      *******   THE DIRECTORY IS ALREADY THERE ON A RERUN - WHETHER
      *******     THE GENERATION CAN BE WRITTEN IS PROVED BY OPENING
      *******     ITS MANIFEST
           CALL "CBL_CREATE_DIR" USING GEN-DIR RETURNING CALL-RC.
           STRING GEN-DIR DELIMITED BY SPACE
                  "/MANIFEST" DELIMITED BY SIZE
              INTO MANIFEST-NAME.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT CREATE " MANIFEST-NAME
                      " - STATUS " MANIFEST-STATUS
                      " - NO GENERATION TAKEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO MANIFEST-RECORD.
           SET MAN-HEADER TO TRUE.
           MOVE RUN-DATE TO MAN-DATE.
           MOVE RUN-TIME TO MAN-TIME.
           MOVE 0 TO MAN-FILES.
           MOVE 0 TO MAN-RECORDS.
           PERFORM 290-WRITE-MANIFEST.

           PERFORM 200-BACKUP-FILE
              THRU 200-BACKUP-FILE-EXIT
              VARYING BKS-IDX FROM 1 BY 1
              UNTIL BKS-IDX > BKS-COUNT.

           MOVE SPACES TO MANIFEST-RECORD.
           SET MAN-TRAILER TO TRUE.
           MOVE RUN-DATE TO MAN-DATE.
           MOVE RUN-TIME TO MAN-TIME.
           MOVE MANIFEST-FILES TO MAN-FILES.
           MOVE TOTAL-RECORDS TO MAN-RECORDS.
           PERFORM 290-WRITE-MANIFEST.
           CLOSE MANIFEST-FILE.

           PERFORM 300-CATALOGUE-GENERATION.
           PERFORM 400-EXPIRE-GENERATIONS.
           PERFORM 450-WRITE-CATALOGUE
              THRU 450-WRITE-CATALOGUE-EXIT.

           DISPLAY "CTLBKUP - BACKUP GENERATION " GEN-DIR.
           DISPLAY "  FILES COPIED . . . . . . . . . . . : "
                   FILES-COPIED.
           DISPLAY "  FILES ABSENT . . . . . . . . . . . : "
                   FILES-ABSENT.
           DISPLAY "  FILES FAILED . . . . . . . . . . . : "
                   FILES-FAILED.
           DISPLAY "  RECORDS COPIED . . . . . . . . . . : "
                   TOTAL-RECORDS.
           DISPLAY "  GENERATIONS KEPT (GOOD). . . . . . : "
                   KEPT-COMPLETE.
           DISPLAY "  GENERATIONS DELETED. . . . . . . . : "
                   GENS-DELETED.
           IF GENS-NOT-DELETED > 0
              DISPLAY "  GENERATIONS NOT DELETED. . . . . . : "
                      GENS-NOT-DELETED
           END-IF.

           IF BACKUP-FAILED
              DISPLAY "CTLBKUP - GENERATION " GEN-DIR " FAILED - "
                      "DO NOT RESTORE FROM IT"
              MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

       100-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (LOAD-CATALOGUE)                     *
      *                    1. OPEN THE CATALOGUE - NONE YET IS AN     *
      *                          EMPTY ONE                            *
      *                    1. LOAD EVERY GENERATION ON IT BUT ANY     *
      *                          OF TONIGHT'S DATE, WHICH TONIGHT'S   *
      *                          BACKUP REPLACES                      *
      *                    1. STOP WITH RETURN-CODE 8 BEFORE ANY      *
      *                          BACKUP IS TAKEN IF IT CANNOT BE READ *
      *                          OR WILL NOT FIT                      *
      *                     ENDPROC (LOAD-CATALOGUE)                  *
      *********************-END PSEUDOCODE-****************************

       150-LOAD-CATALOGUE.

           OPEN INPUT CATALOGUE-FILE.
           IF CATALOGUE-STATUS = "35"
              GO TO 150-LOAD-CATALOGUE-EXIT
           END-IF.
           IF CATALOGUE-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT OPEN BKUPCAT - STATUS "
                      CATALOGUE-STATUS " - NO GENERATION TAKEN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 160-READ-CATALOGUE
              THRU 160-READ-CATALOGUE-EXIT
              UNTIL CATALOGUE-STATUS NOT = "00".

           IF CATALOGUE-STATUS NOT = "10"
              DISPLAY "CTLBKUP - BKUPCAT CANNOT BE LOADED - STATUS "
                      CATALOGUE-STATUS " - NO GENERATION TAKEN"
              CLOSE CATALOGUE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CATALOGUE-FILE.

       150-LOAD-CATALOGUE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (READ-CATALOGUE)                     *
      *                    1. READ THE NEXT CATALOGUE RECORD          *
      *                    1. PASS OVER ONE OF TONIGHT'S DATE         *
      *                    1. ADD IT TO THE TABLE - A FULL TABLE ENDS *
      *                          THE LOAD WITH A STATUS OF ITS OWN    *
      *                     ENDPROC (READ-CATALOGUE)                  *
      *********************-END PSEUDOCODE-****************************

       160-READ-CATALOGUE.

           READ CATALOGUE-FILE
              AT END MOVE "10" TO CATALOGUE-STATUS
           END-READ.
           IF CATALOGUE-STATUS NOT = "00"
              GO TO 160-READ-CATALOGUE-EXIT
           END-IF.

           IF CTG-DATE NOT NUMERIC
              GO TO 160-READ-CATALOGUE-EXIT
           END-IF.
           IF CTG-DATE = RUN-DATE
              GO TO 160-READ-CATALOGUE-EXIT
           END-IF.

           IF CAT-COUNT NOT < CAT-MAX - 1
              DISPLAY "CTLBKUP - BKUPCAT HOLDS MORE THAN " CAT-MAX
                      " GENERATIONS"
              MOVE "TF" TO CATALOGUE-STATUS
              GO TO 160-READ-CATALOGUE-EXIT
           END-IF.

           ADD 1 TO CAT-COUNT.
           MOVE CTG-DATE TO CAT-DATE(CAT-COUNT).
           MOVE CTG-TIME TO CAT-TIME(CAT-COUNT).
           MOVE CTG-STATUS TO CAT-STATUS(CAT-COUNT).
           MOVE CTG-FILES TO CAT-FILES(CAT-COUNT).
           MOVE CTG-RECORDS TO CAT-RECORDS(CAT-COUNT).
           SET CAT-KEEP(CAT-COUNT) TO TRUE.

       160-READ-CATALOGUE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (BACKUP-FILE)                        *
      *                    1. COPY THE FILE INTO THE GENERATION THE   *
      *                          WAY ITS ORGANIZATION NEEDS, COUNTING *
      *                          AND HASHING ITS RECORDS              *
      *                    1. CLEAR ANY COPY OF A FILE THAT DOES NOT  *
      *                          EXIST LEFT BY AN EARLIER RUN TODAY   *
      *                    1. RECORD THE FILE IN THE MANIFEST AND     *
      *                          ADD IT TO THE TOTALS                 *
      *                     ENDPROC (BACKUP-FILE)                     *
      *********************-END PSEUDOCODE-****************************

       200-BACKUP-FILE.

           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO HASH-VALUE.
           SET FILE-COPIED TO TRUE.
           MOVE SPACES TO COPY-NAME.
           STRING GEN-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  BKS-FILE(BKS-IDX) DELIMITED BY SPACE
              INTO COPY-NAME.

           EVALUATE TRUE
              WHEN BKS-FLAT(BKS-IDX)
                 PERFORM 210-COPY-FLAT
                    THRU 210-COPY-FLAT-EXIT
              WHEN BKS-HISTORY(BKS-IDX)
                 PERFORM 230-UNLOAD-HISTORY
                    THRU 230-UNLOAD-HISTORY-EXIT
              WHEN BKS-CONTROL(BKS-IDX)
                 PERFORM 250-UNLOAD-CONTROL
                    THRU 250-UNLOAD-CONTROL-EXIT
              WHEN OTHER
                 DISPLAY "CTLBKUP - " BKS-FILE(BKS-IDX)
                         " - UNKNOWN ORGANIZATION " BKS-ORG(BKS-IDX)
                 SET FILE-FAILED TO TRUE
           END-EVALUATE.

           IF FILE-ABSENT
              CALL "CBL_DELETE_FILE" USING COPY-NAME
                 RETURNING CALL-RC
           END-IF.

           MOVE SPACES TO MANIFEST-RECORD.
           SET MAN-FILE-ENTRY TO TRUE.
           MOVE BKS-FILE(BKS-IDX) TO MAN-FILE.
           MOVE BKS-ORG(BKS-IDX) TO MAN-ORG.
           MOVE FILE-STATE TO MAN-STATE.
           MOVE FILE-RECORDS TO MAN-COUNT.
           MOVE HASH-VALUE TO MAN-HASH.
           PERFORM 290-WRITE-MANIFEST.
           ADD 1 TO MANIFEST-FILES.
           ADD FILE-RECORDS TO TOTAL-RECORDS.

           EVALUATE TRUE
              WHEN FILE-COPIED
                 ADD 1 TO FILES-COPIED
              WHEN FILE-ABSENT
                 ADD 1 TO FILES-ABSENT
              WHEN OTHER
                 ADD 1 TO FILES-FAILED
                 SET BACKUP-FAILED TO TRUE
           END-EVALUATE.

           DISPLAY "CTLBKUP - " MAN-FILE " " MAN-STATE
                   " RECORDS " MAN-COUNT " HASH " MAN-HASH.

       200-BACKUP-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COPY-FLAT)                          *
      *                    1. OPEN THE FILE - NOT FOUND IS ABSENT     *
      *                    1. CREATE ITS COPY IN THE GENERATION       *
      *                    1. COPY EVERY RECORD ACROSS                *
      *                    1. A READ OR WRITE FAILURE FAILS THE FILE  *
      *                     ENDPROC (COPY-FLAT)                       *
      *********************-END PSEUDOCODE-****************************

       210-COPY-FLAT.

           MOVE BKS-FILE(BKS-IDX) TO SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS = "35"
              SET FILE-ABSENT TO TRUE
              GO TO 210-COPY-FLAT-EXIT
           END-IF.
           IF SOURCE-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT OPEN " SOURCE-NAME
                      " - STATUS " SOURCE-STATUS
              SET FILE-FAILED TO TRUE
              GO TO 210-COPY-FLAT-EXIT
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF COPY-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT CREATE " COPY-NAME
                      " - STATUS " COPY-STATUS
              CLOSE SOURCE-FILE
              SET FILE-FAILED TO TRUE
              GO TO 210-COPY-FLAT-EXIT
           END-IF.

           SET NO-COPY-ERROR TO TRUE.
           PERFORM 215-COPY-FLAT-RECORD
              THRU 215-COPY-FLAT-RECORD-EXIT
              UNTIL SOURCE-STATUS NOT = "00"
                 OR COPY-ERROR.

           IF SOURCE-STATUS NOT = "10"
              DISPLAY "CTLBKUP - CANNOT READ " SOURCE-NAME
                      " - STATUS " SOURCE-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.
           IF COPY-ERROR
              DISPLAY "CTLBKUP - CANNOT WRITE " COPY-NAME
                      " - STATUS " COPY-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.

           CLOSE SOURCE-FILE.
           CLOSE COPY-FILE.

       210-COPY-FLAT-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (COPY-FLAT-RECORD)                   *
      *                    1. READ THE NEXT RECORD                    *
      *                    1. WRITE IT TO THE COPY AT THE SAME LENGTH *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (COPY-FLAT-RECORD)                *
      *********************-END PSEUDOCODE-****************************

       215-COPY-FLAT-RECORD.

           READ SOURCE-FILE
              AT END MOVE "10" TO SOURCE-STATUS
           END-READ.
           IF SOURCE-STATUS NOT = "00"
              GO TO 215-COPY-FLAT-RECORD-EXIT
           END-IF.

           MOVE SOURCE-LEN TO COPY-LEN.
           MOVE SOURCE-RECORD TO COPY-RECORD.
           WRITE COPY-RECORD.
           IF COPY-STATUS NOT = "00"
              SET COPY-ERROR TO TRUE
              GO TO 215-COPY-FLAT-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE SOURCE-RECORD TO HASH-AREA.
           MOVE SOURCE-LEN TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       215-COPY-FLAT-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (UNLOAD-HISTORY)                     *
      *                    1. OPEN THE INDEXED HISTORY - NOT FOUND IS *
      *                          ABSENT                               *
      *                    1. CREATE ITS FLAT COPY IN THE GENERATION  *
      *                    1. UNLOAD EVERY RECORD IN KEY ORDER        *
      *                    1. A READ OR WRITE FAILURE FAILS THE FILE  *
      *                     ENDPROC (UNLOAD-HISTORY)                  *
      *********************-END PSEUDOCODE-****************************

       230-UNLOAD-HISTORY.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = "35"
              SET FILE-ABSENT TO TRUE
              GO TO 230-UNLOAD-HISTORY-EXIT
           END-IF.
           IF HISTORY-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT OPEN AUDHIST - STATUS "
                      HISTORY-STATUS
              SET FILE-FAILED TO TRUE
              GO TO 230-UNLOAD-HISTORY-EXIT
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF COPY-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT CREATE " COPY-NAME
                      " - STATUS " COPY-STATUS
              CLOSE HISTORY-FILE
              SET FILE-FAILED TO TRUE
              GO TO 230-UNLOAD-HISTORY-EXIT
           END-IF.

           SET NO-COPY-ERROR TO TRUE.
           PERFORM 235-UNLOAD-HISTORY-RECORD
              THRU 235-UNLOAD-HISTORY-RECORD-EXIT
              UNTIL HISTORY-STATUS NOT = "00"
                 OR COPY-ERROR.

           IF HISTORY-STATUS NOT = "10"
              DISPLAY "CTLBKUP - CANNOT READ AUDHIST - STATUS "
                      HISTORY-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.
           IF COPY-ERROR
              DISPLAY "CTLBKUP - CANNOT WRITE " COPY-NAME
                      " - STATUS " COPY-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.

           CLOSE HISTORY-FILE.
           CLOSE COPY-FILE.

       230-UNLOAD-HISTORY-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (UNLOAD-HISTORY-RECORD)              *
      *                    1. READ THE NEXT HISTORY RECORD            *
      *                    1. WRITE IT TO THE FLAT COPY               *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (UNLOAD-HISTORY-RECORD)           *
      *********************-END PSEUDOCODE-****************************

       235-UNLOAD-HISTORY-RECORD.

           READ HISTORY-FILE
              AT END MOVE "10" TO HISTORY-STATUS
           END-READ.
           IF HISTORY-STATUS NOT = "00"
              GO TO 235-UNLOAD-HISTORY-RECORD-EXIT
           END-IF.

           MOVE LENGTH OF HISTORY-RECORD TO COPY-LEN.
           MOVE HISTORY-RECORD TO COPY-RECORD.
           WRITE COPY-RECORD.
           IF COPY-STATUS NOT = "00"
              SET COPY-ERROR TO TRUE
              GO TO 235-UNLOAD-HISTORY-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE HISTORY-RECORD TO HASH-AREA.
           MOVE LENGTH OF HISTORY-RECORD TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       235-UNLOAD-HISTORY-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (UNLOAD-CONTROL)                     *
      *                    1. OPEN THE INDEXED AUDIT CONTROL FILE -   *
      *                          NOT FOUND IS ABSENT                  *
      *                    1. CREATE ITS FLAT COPY IN THE GENERATION  *
      *                    1. UNLOAD EVERY RECORD IN KEY ORDER        *
      *                    1. A READ OR WRITE FAILURE FAILS THE FILE  *
      *                     ENDPROC (UNLOAD-CONTROL)                  *
      *********************-END PSEUDOCODE-****************************

       250-UNLOAD-CONTROL.

           OPEN INPUT AUDIT-CONTROL-FILE.
           IF AUDCTL-STATUS = "35"
              SET FILE-ABSENT TO TRUE
              GO TO 250-UNLOAD-CONTROL-EXIT
           END-IF.
           IF AUDCTL-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT OPEN AUDCTL - STATUS "
                      AUDCTL-STATUS
              SET FILE-FAILED TO TRUE
              GO TO 250-UNLOAD-CONTROL-EXIT
           END-IF.

           OPEN OUTPUT COPY-FILE.
           IF COPY-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT CREATE " COPY-NAME
                      " - STATUS " COPY-STATUS
              CLOSE AUDIT-CONTROL-FILE
              SET FILE-FAILED TO TRUE
              GO TO 250-UNLOAD-CONTROL-EXIT
           END-IF.

           SET NO-COPY-ERROR TO TRUE.
           PERFORM 255-UNLOAD-CONTROL-RECORD
              THRU 255-UNLOAD-CONTROL-RECORD-EXIT
              UNTIL AUDCTL-STATUS NOT = "00"
                 OR COPY-ERROR.

           IF AUDCTL-STATUS NOT = "10"
              DISPLAY "CTLBKUP - CANNOT READ AUDCTL - STATUS "
                      AUDCTL-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.
           IF COPY-ERROR
              DISPLAY "CTLBKUP - CANNOT WRITE " COPY-NAME
                      " - STATUS " COPY-STATUS
              SET FILE-FAILED TO TRUE
           END-IF.

           CLOSE AUDIT-CONTROL-FILE.
           CLOSE COPY-FILE.

       250-UNLOAD-CONTROL-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (UNLOAD-CONTROL-RECORD)              *
      *                    1. READ THE NEXT AUDIT CONTROL RECORD      *
      *                    1. WRITE IT TO THE FLAT COPY               *
      *                    1. COUNT IT AND ADD IT TO THE HASH TOTAL   *
      *                     ENDPROC (UNLOAD-CONTROL-RECORD)           *
      *********************-END PSEUDOCODE-****************************

       255-UNLOAD-CONTROL-RECORD.

           READ AUDIT-CONTROL-FILE
              AT END MOVE "10" TO AUDCTL-STATUS
           END-READ.
           IF AUDCTL-STATUS NOT = "00"
              GO TO 255-UNLOAD-CONTROL-RECORD-EXIT
           END-IF.

           MOVE LENGTH OF AUDIT-CONTROL-RECORD TO COPY-LEN.
           MOVE AUDIT-CONTROL-RECORD TO COPY-RECORD.
           WRITE COPY-RECORD.
           IF COPY-STATUS NOT = "00"
              SET COPY-ERROR TO TRUE
              GO TO 255-UNLOAD-CONTROL-RECORD-EXIT
           END-IF.

           ADD 1 TO FILE-RECORDS.
           MOVE AUDIT-CONTROL-RECORD TO HASH-AREA.
           MOVE LENGTH OF AUDIT-CONTROL-RECORD TO HASH-LEN.
           PERFORM 700-HASH-RECORD.

       255-UNLOAD-CONTROL-RECORD-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-MANIFEST)                     *
      *                    1. WRITE THE MANIFEST RECORD - A FAILED    *
      *                          WRITE FAILS THE GENERATION           *
      *                     ENDPROC (WRITE-MANIFEST)                  *
      *********************-END PSEUDOCODE-****************************

       290-WRITE-MANIFEST.

           WRITE MANIFEST-RECORD.
           IF MANIFEST-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT WRITE " MANIFEST-NAME
                      " - STATUS " MANIFEST-STATUS
              SET BACKUP-FAILED TO TRUE
           END-IF.

       290-WRITE-MANIFEST-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (CATALOGUE-GENERATION)               *
      *                    1. ADD TONIGHT'S GENERATION TO THE END OF  *
      *                          THE TABLE, COMPLETE OR FAILED        *
      *                     ENDPROC (CATALOGUE-GENERATION)            *
      *********************-END PSEUDOCODE-****************************

       300-CATALOGUE-GENERATION.

           ADD 1 TO CAT-COUNT.
           MOVE RUN-DATE TO CAT-DATE(CAT-COUNT).
           MOVE RUN-TIME TO CAT-TIME(CAT-COUNT).
           IF BACKUP-COMPLETE
              SET CAT-COMPLETE(CAT-COUNT) TO TRUE
           ELSE
              SET CAT-FAILED(CAT-COUNT) TO TRUE
           END-IF.
           MOVE MANIFEST-FILES TO CAT-FILES(CAT-COUNT).
           MOVE TOTAL-RECORDS TO CAT-RECORDS(CAT-COUNT).
           SET CAT-KEEP(CAT-COUNT) TO TRUE.

       300-CATALOGUE-GENERATION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (EXPIRE-GENERATIONS)                 *
      *                    1. WORKING BACK FROM THE NEWEST, KEEP      *
      *                          GENERATIONS UNTIL THE NUMBER OF      *
      *                          COMPLETE ONES TO KEEP HAVE BEEN      *
      *                          KEPT - EXPIRE ALL OLDER ONES         *
      *                    1. DELETE EACH EXPIRED GENERATION          *
      *                     ENDPROC (EXPIRE-GENERATIONS)              *
      *********************-END PSEUDOCODE-****************************

       400-EXPIRE-GENERATIONS.

           MOVE 0 TO KEPT-COMPLETE.
           PERFORM 410-MARK-GENERATION
              VARYING CAT-IDX FROM CAT-COUNT BY -1
              UNTIL CAT-IDX < 1.

           PERFORM 420-DELETE-GENERATION
              THRU 420-DELETE-GENERATION-EXIT
              VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT.

       400-EXPIRE-GENERATIONS-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (MARK-GENERATION)                    *
      *                    1. ONCE ENOUGH COMPLETE GENERATIONS ARE    *
      *                          KEPT, EXPIRE THIS ONE                *
      *                    1. OTHERWISE KEEP IT, COUNTING IT IF IT IS *
      *                          COMPLETE                             *
      *                     ENDPROC (MARK-GENERATION)                 *
      *********************-END PSEUDOCODE-****************************

       410-MARK-GENERATION.

           IF KEPT-COMPLETE NOT < KEEP-COUNT
              SET CAT-EXPIRE(CAT-IDX) TO TRUE
           ELSE
              IF CAT-COMPLETE(CAT-IDX)
                 ADD 1 TO KEPT-COMPLETE
              END-IF
           END-IF.

       410-MARK-GENERATION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (DELETE-GENERATION)                  *
      *                    1. PASS OVER A GENERATION BEING KEPT       *
      *                    1. DELETE EACH FILE OF THE BACKUP SET AND  *
      *                          THE MANIFEST FROM ITS DIRECTORY      *
      *                    1. REMOVE THE DIRECTORY - IF IT WILL NOT   *
      *                          GO, KEEP THE GENERATION CATALOGUED   *
      *                          SO IT IS TRIED AGAIN NEXT TIME       *
      *                     ENDPROC (DELETE-GENERATION)               *
      *********************-END PSEUDOCODE-****************************

       420-DELETE-GENERATION.

           IF NOT CAT-EXPIRE(CAT-IDX)
              GO TO 420-DELETE-GENERATION-EXIT
           END-IF.

           MOVE SPACES TO DELETE-DIR.
           STRING "BK" CAT-DATE(CAT-IDX) DELIMITED BY SIZE
              INTO DELETE-DIR.

           PERFORM 425-DELETE-GENERATION-FILE
              VARYING BKS-IDX FROM 1 BY 1
              UNTIL BKS-IDX > BKS-COUNT.

           MOVE SPACES TO DELETE-NAME.
           STRING DELETE-DIR DELIMITED BY SPACE
                  "/MANIFEST" DELIMITED BY SIZE
              INTO DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING DELETE-NAME
              RETURNING CALL-RC.

           CALL "CBL_DELETE_DIR" USING DELETE-DIR
              RETURNING CALL-RC.
           IF CALL-RC = 0
              SET CAT-DELETED(CAT-IDX) TO TRUE
              ADD 1 TO GENS-DELETED
              DISPLAY "CTLBKUP - GENERATION " DELETE-DIR " DELETED"
           ELSE
              SET CAT-KEEP(CAT-IDX) TO TRUE
              ADD 1 TO GENS-NOT-DELETED
              DISPLAY "CTLBKUP - GENERATION " DELETE-DIR
                      " COULD NOT BE REMOVED - KEPT ON BKUPCAT"
           END-IF.

       420-DELETE-GENERATION-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (DELETE-GENERATION-FILE)             *
      *                    1. DELETE THE GENERATION'S COPY OF ONE     *
      *                          FILE OF THE BACKUP SET - ONE THAT    *
      *                          WAS ABSENT IS SIMPLY NOT THERE       *
      *                     ENDPROC (DELETE-GENERATION-FILE)          *
      *********************-END PSEUDOCODE-****************************

       425-DELETE-GENERATION-FILE.

           MOVE SPACES TO DELETE-NAME.
           STRING DELETE-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  BKS-FILE(BKS-IDX) DELIMITED BY SPACE
              INTO DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING DELETE-NAME
              RETURNING CALL-RC.

       425-DELETE-GENERATION-FILE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-CATALOGUE)                    *
      *                    1. REWRITE THE CATALOGUE WITH EVERY        *
      *                          GENERATION NOT DELETED, OLDEST FIRST *
      *                     ENDPROC (WRITE-CATALOGUE)                 *
      *********************-END PSEUDOCODE-****************************

       450-WRITE-CATALOGUE.

           OPEN OUTPUT CATALOGUE-FILE.
           IF CATALOGUE-STATUS NOT = "00"
              DISPLAY "CTLBKUP - CANNOT REWRITE BKUPCAT - STATUS "
                      CATALOGUE-STATUS
              SET BACKUP-FAILED TO TRUE
              GO TO 450-WRITE-CATALOGUE-EXIT
           END-IF.

           PERFORM 460-WRITE-CATALOGUE-ENTRY
              VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT.
           CLOSE CATALOGUE-FILE.

       450-WRITE-CATALOGUE-EXIT.

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (WRITE-CATALOGUE-ENTRY)              *
      *                    1. WRITE ONE GENERATION NOT DELETED        *
      *                     ENDPROC (WRITE-CATALOGUE-ENTRY)           *
      *********************-END PSEUDOCODE-****************************

       460-WRITE-CATALOGUE-ENTRY.

           IF NOT CAT-DELETED(CAT-IDX)
              MOVE SPACES TO CATALOGUE-RECORD
              MOVE CAT-DATE(CAT-IDX) TO CTG-DATE
              MOVE CAT-TIME(CAT-IDX) TO CTG-TIME
              MOVE CAT-STATUS(CAT-IDX) TO CTG-STATUS
              MOVE CAT-FILES(CAT-IDX) TO CTG-FILES
              MOVE CAT-RECORDS(CAT-IDX) TO CTG-RECORDS
              WRITE CATALOGUE-RECORD
           END-IF.

       460-WRITE-CATALOGUE-ENTRY-EXIT.

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

           END PROGRAM CTLBKUP.
