      *  EXC-ACCT          Account Number                             *
      *  EXC-BAL           Balance                                    *
      *  EXC-REASON        Why the record was declined -              *
      *                    "BALANCE NOT POSITIVE",                    *
      *                    "INVALID ACCOUNT NUMBER" or                *
      *                    "CLOSED ACCT HAS BALANCE"                  *
      *****************************************************************

       01  EXCEPTION-RECORD.
