      *            trail answers "who changed this balance" with a    *
      *            person, not a hardcoded literal.  Shared by every  *
      *            program that performs updates (BSAMPL, CUSTMNT,    *
      *            LOCKBOX, CUSTBAT, CUSTAPLY, ARREVRSE, CREDMNT,     *
      *            FINCHRG, WRITEOFF, CUSTCLOS).                      *
      *                                                               *
      *****************************************************************
      *  OPERATOR-RECORD   Operator Table Record                      *
      *                    customer master (BFUNC3)                   *
      *  OPR-REVERSAL      'Y' if the operator may post or confirm   *
      *                    AR reversals                               *
      *  OPR-WRITE-OFF     'Y' if the operator may propose or approve *
      *                    bad-debt write-offs                        *
      *****************************************************************

       01  OPERATOR-RECORD.
           05 FILLER               PIC X(1).
           05 OPR-REVERSAL         PIC X(1).
               88 OPR-REVERSAL-ALLOWED   VALUE "Y".
           05 FILLER               PIC X(1).
           05 OPR-WRITE-OFF        PIC X(1).
               88 OPR-WRITE-OFF-ALLOWED  VALUE "Y".
      *********************-END COPYBOOK-*******************************
