      ******************************************************************
      * Copybook:  AGEPARM
      * Purpose:   Layout of the parameter card read by ACKAGE at
      *            start-up - the as-of date the open items are aged
      *            to, and the escalation age in days.  An item
      *            older than the escalation age raises ACKAGE's
      *            higher condition code.  A missing card, or a
      *            blank as-of date, means today; a blank or zero
      *            escalation age means five days.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  AG-PARM-RECORD.
           05  AG-AS-OF-DATE               PIC X(08).
           05  AG-AS-OF-DATE-NUM REDEFINES AG-AS-OF-DATE
                                           PIC 9(08).
           05  AG-ESCALATION-DAYS          PIC X(03).
           05  AG-ESCALATION-DAYS-NUM REDEFINES AG-ESCALATION-DAYS
                                           PIC 9(03).
           05  FILLER                      PIC X(69).
