      ******************************************************************
      * Copybook:  CERTRPTL
      * Purpose:   Print line layout for the OPERCERT operator access
      *            recertification report - one line per OPERSEC
      *            operator with their name, active flag, last change
      *            date, change and denied-attempt counts from the
      *            maintenance log and its archive, a DORMANT flag
      *            once an active ID has been idle past the
      *            threshold, and what a clean-up run did about it.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  OC-REPORT-LINE.
           05  OC-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OC-OPERATOR-NAME            PIC X(25).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OC-ACTIVE-FLAG              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OC-LAST-CHANGE-DATE         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OC-CHANGE-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OC-DENIED-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OC-DORMANT-FLAG             PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  OC-OUTCOME                  PIC X(12).
