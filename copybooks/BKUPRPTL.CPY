      ******************************************************************
      * Copybook:  BKUPRPTL
      * Purpose:   Print line layout for the MSGBKUP verify and
      *            restore report - one line per master key added,
      *            deleted or changed since the unload was taken,
      *            with the record's type, language and the start
      *            of its text (the live text for an added or
      *            changed key, the unloaded text for a deleted
      *            one).
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  BR-REPORT-LINE.
           05  BR-RECORD-KEY               PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BR-DIFFERENCE               PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BR-MESSAGE-TYPE             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  BR-LANGUAGE-CODE            PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BR-MESSAGE-TEXT             PIC X(48).
