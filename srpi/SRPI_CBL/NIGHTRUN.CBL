      *                  TRANSMITS.                                   *
      *              S - A STANDARD STEP.  ALWAYS RUNS.               *
      *              T - A TRANSMIT.  HELD WHEN EITHER GATE TRIPPED.  *
      *              V - AUDIT TRAIL VERIFICATION (AUDVERFY).  A      *
      *                  FAILURE HOLDS THE AUDIT ARCHIVE STEPS.       *
      *              A - AN AUDIT ARCHIVE (AUDARCH).  HELD WHEN THE   *
      *                  VERIFICATION FAILED, SO A TAMPERED TRAIL IS  *
      *                  NOT SWEPT AWAY FROM WHERE IT WAS FOUND.      *
      *                                                               *
      *            EVERY STEP'S OUTCOME IS CHECKPOINTED TO            *
      *            "NIGHTCKP" AS THE NIGHT GOES.  A RERUN - EVEN      *

      *****************************************************************
      *  SCHEDULE-FILE   The night's step list - one record per step: *
      *                  step name, step type (B/R/S/T/V/A), and the  *
      *                  command handed to the system.  Maintained    *
      *                  by hand.                                     *
      *****************************************************************
                 88 STP-RECONCILE       VALUE "R".
                 88 STP-STANDARD        VALUE "S".
                 88 STP-TRANSMIT        VALUE "T".
                 88 STP-AUDIT-VERIFY    VALUE "V".
                 88 STP-AUDIT-ARCHIVE   VALUE "A".
              10 STP-COMMAND   PIC X(30).
       77  STP-COUNT           PIC 9(4)  COMP-5  VALUE 0.
       77  STP-MAX             PIC 9(4)  COMP-5  VALUE 20.
       01  NIGHT-FAILED-SW     PIC X(1)  VALUE "N".
           88 NIGHT-FAILED               VALUE "Y".

      *****************************************************************
      *  ARCHIVE-SW       'N' once the audit trail verification has   *
      *                      failed, holding the audit archive steps  *
      *****************************************************************
       01  ARCHIVE-SW          PIC X(1)  VALUE "Y".
           88 ARCHIVE-ALLOWED            VALUE "Y".
           88 ARCHIVE-HELD               VALUE "N".

      *****************************************************************
      *  CKP-WRITE-OK-SW   'N' when the checkpoint file could not be *
      *                      opened even by the OPEN OUTPUT fallback  *
                 ELSE
                 IF SCH-TYPE NOT = "B" AND SCH-TYPE NOT = "R"
                    AND SCH-TYPE NOT = "S" AND SCH-TYPE NOT = "T"
                    AND SCH-TYPE NOT = "V" AND SCH-TYPE NOT = "A"
                    DISPLAY "NIGHTRUN - SCHEDULE STEP " SCH-STEP
                            " HAS UNKNOWN TYPE " SCH-TYPE
                            " - STEP IGNORED"
                       PERFORM 350-WRITE-CHECKPOINT
                    END-IF

      *******   AUDIT TRAIL VERIFICATION - A FAILURE HOLDS THE AUDIT
      *******     ARCHIVE, SO THE TRAIL IS LEFT AS IT WAS FOUND
                 WHEN STP-AUDIT-VERIFY(STP-IDX)
                    PERFORM 300-RUN-STEP
                    IF STEP-RC NOT = 0
                       SET ARCHIVE-HELD TO TRUE
                    ELSE
                       PERFORM 350-WRITE-CHECKPOINT
                    END-IF

      *******   AN AUDIT ARCHIVE - ONLY ONCE THE TRAIL HAS VERIFIED.
      *******     A HELD ARCHIVE IS NOT CHECKPOINTED, SO THE RESUME
      *******     RUNS IT ONCE THE VERIFICATION IS CLEAN.
                 WHEN STP-AUDIT-ARCHIVE(STP-IDX)
                    PERFORM 550-RUN-ARCHIVE-STEP
                    IF ARCHIVE-ALLOWED AND STEP-RC = 0
                       PERFORM 350-WRITE-CHECKPOINT
                    END-IF

      *******   A STANDARD STEP - ALWAYS RUNS
                 WHEN OTHER
                    PERFORM 300-RUN-STEP

           EXIT.

      ***********************-PSEUDOCODE-******************************
      *                     PROC (RUN-ARCHIVE-STEP)                   *
      *                    1. RUN THE AUDIT ARCHIVE WHEN THE TRAIL    *
      *                          VERIFIED; OTHERWISE LOG IT AS        *
      *                          SKIPPED                              *
      *                     ENDPROC (RUN-ARCHIVE-STEP)                *
      *********************-END PSEUDOCODE-****************************

       550-RUN-ARCHIVE-STEP.

           IF ARCHIVE-ALLOWED
              PERFORM 300-RUN-STEP
           ELSE
              MOVE SPACES TO NIGHT-LOG-RECORD
              MOVE STEP-NAME TO LOG-STEP
              MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-START-DATE
              MOVE FUNCTION CURRENT-DATE(9:8) TO LOG-START-TIME
              MOVE LOG-START-DATE TO LOG-END-DATE
              MOVE LOG-START-TIME TO LOG-END-TIME
              MOVE "SKIPPED - HELD" TO LOG-OUTCOME
              PERFORM 320-WRITE-NIGHT-LOG
              DISPLAY "NIGHTRUN - " STEP-NAME " SKIPPED - AUDIT "
                      "TRAIL DID NOT VERIFY - SEE AUDVRPT"
           END-IF.

       550-RUN-ARCHIVE-STEP-EXIT.

           EXIT.

           END PROGRAM NIGHTRUN.
