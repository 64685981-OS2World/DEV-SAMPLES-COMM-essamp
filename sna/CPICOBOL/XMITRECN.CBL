      * ALL RIGHTS RESERVED                                         *
      *                                                             *
      * PURPOSE: SEND/RECEIPT RECONCILIATION.  READS THE LOCAL      *
      *          SENT-REPORTS LOG ("SENTRPTS") CREDSEND, DEBTSEND,  *
      *          AND GLSEND WRITE - ONE RECORD PER SEND WITH THE    *
      *          ACKNOWLEDGMENT THE RECEIVER RETURNED - AND PRINTS  *
      *          A RECONCILIATION REPORT FOR THE MOST RECENT        *
      *          NIGHT'S SENDS.  A SEND THAT GOT NO                 *
