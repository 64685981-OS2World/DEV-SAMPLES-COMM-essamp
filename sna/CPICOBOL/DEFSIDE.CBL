           05  FILLER              PIC X(17) VALUE "NET1.WELU".
           05  FILLER              PIC X(64) VALUE "DEBTRPT".
           05  FILLER              PIC X(8)  VALUE "#INTER".
      *******   HEAD OFFICE GENERAL LEDGER FEED - GLSEND'S DAILY AR
      *******     JOURNAL
           05  FILLER              PIC X(8)  VALUE "GLJRNL".
           05  FILLER              PIC X(17) VALUE "NET1.ENLU".
           05  FILLER              PIC X(64) VALUE "GLJRNL".
           05  FILLER              PIC X(8)  VALUE "#INTER".
      *******   UNUSED ENTRIES (6 THROUGH 8) - REPLACE ONE OF THESE
      *******     BLOCKS TO ADD A DESTINATION
           05  FILLER              PIC X(97) VALUE SPACES
                                    OCCURS 3 TIMES.
       01  DEST-TABLE REDEFINES DEST-TABLE-DATA.
           05  DEST-ENTRY          OCCURS 8 TIMES
                                    INDEXED BY DEST-IDX.
               10  DEST-PARTNER-LU     PIC X(17).
               10  DEST-TP-NAME        PIC X(64).
               10  DEST-MODE-NAME      PIC X(8).
       77  DEST-TABLE-SIZE            PIC 9(4)  VALUE 5.

      **********************************************
      * USE THE CPI-COMMUNICATIONS PSEUDONYM FILES *
