      ******************************************************************
      * Copybook:  AGERPTL
      * Purpose:   Print line layout for the ACKAGE open-items aging
      *            report - one line per unacknowledged interface
      *            record still open on the ledger, with its age in
      *            days, its aging bucket and an ESC flag once it is
      *            past the escalation age.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  OA-REPORT-LINE.
           05  OA-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OA-BATCH-NUMBER             PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OA-AGE-DAYS                 PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OA-AGE-BUCKET               PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OA-ESCALATE-FLAG            PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OA-MESSAGE-TEXT             PIC X(40).
