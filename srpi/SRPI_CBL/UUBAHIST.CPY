      *            me every AR update for account X" with one keyed   *
      *            START instead of a scan of the whole trail.        *
      *            Shared by AUDARCH (writer) and AUDINQ (reader).    *
      *            THE AUDIT SEQUENCE NUMBER IS THE LAST PART OF THE  *
      *            KEY, SO TWO RECORDS FOR ONE ACCOUNT STAMPED WITH   *
      *            THE SAME DATE AND TIME ARE BOTH KEPT, AND THE      *
      *            CHECK VALUE COMES ACROSS SO AUDVERFY CAN WALK THE  *
      *            CHAIN THROUGH THE HISTORY (SEE UUBAUDIT).          *
      *                                                               *
      *****************************************************************
      *  HISTORY-RECORD    Account Activity History Record            *
      *  HIS-KEY           Record key - account, then date, then      *
      *                    time, then audit sequence, so READ NEXT    *
      *                    walks one account's activity in the order  *
      *                    it happened                                *
      *  HIS-ACCT          Account Number                             *
      *  HIS-DATE          Date of the update  (CCYYMMDD)             *
      *  HIS-TIME          Time of the update  (HHMMSSHH)             *
      *  HIS-SEQ           Audit sequence number - zero for a record  *
      *                    archived before the sequencing began       *
      *  HIS-OPER          Requesting Operator                        *
      *  HIS-ACTION        What was done                              *
      *  HIS-BAL           Balance Applied                            *
      *  HIS-CHECK         Chained check value                        *
      *****************************************************************

       01  HISTORY-RECORD.
              10 HIS-ACCT          PIC X(16).
              10 HIS-DATE          PIC 9(8).
              10 HIS-TIME          PIC 9(8).
              10 HIS-SEQ           PIC 9(9).
           05 HIS-OPER             PIC X(8).
           05 HIS-ACTION           PIC X(25).
           05 HIS-BAL              PIC -(9)9.
           05 HIS-CHECK            PIC 9(9).
      *********************-END COPYBOOK-*******************************
