      ******************************************************************
      * Copybook:  ASOFPARM
      * Purpose:   Layout of the parameter card read by MSGASOF at
      *            start-up - the master record key, or a message
      *            type and language (blank language means EN), and
      *            the as-of date the wording is wanted for.  A
      *            blank as-of date means today.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  AP-PARM-RECORD.
           05  AP-RECORD-KEY               PIC X(06).
           05  AP-RECORD-KEY-NUM REDEFINES AP-RECORD-KEY
                                           PIC 9(06).
           05  AP-MESSAGE-TYPE             PIC X(10).
           05  AP-LANGUAGE-CODE            PIC X(02).
           05  AP-AS-OF-DATE               PIC X(08).
           05  AP-AS-OF-DATE-NUM REDEFINES AP-AS-OF-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(54).
