      ******************************************************************
      * Copybook:  XREFRPTL
      * Purpose:   Print line layout for the XREFCHK weekly cross-file
      *            integrity report - one line per orphan, stale
      *            item or overlap found, with its category, the
      *            file it sits on, the item that identifies it
      *            there (calendar date or weekday, operator ID,
      *            record key) and what is wrong with it.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  XR-REPORT-LINE.
           05  XR-CATEGORY                 PIC X(18).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  XR-FILE-NAME                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  XR-ITEM-ID                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  XR-DETAIL                   PIC X(38).
