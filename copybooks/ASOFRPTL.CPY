      ******************************************************************
      * Copybook:  ASOFRPTL
      * Purpose:   Print line layout for the MSGASOF as-of wording
      *            inquiry - one line per master record key with the
      *            type, language, date window, length and whether
      *            that wording was in force on the as-of date,
      *            followed by the full text and where the image
      *            came from.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  AO-REPORT-LINE.
           05  AO-RECORD-KEY               PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-MESSAGE-TYPE             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-LANGUAGE                 PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-EXPIRY-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-LENGTH                   PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AO-STATUS                   PIC X(31).
