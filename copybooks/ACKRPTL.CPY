      *                    interface text carries 240 - enough to
      *                    identify the record on the exception
      *                    report without a 240-position print line.
      *   2026-10-15  RSW  Added AR-DESTINATION-ID ahead of the text,
      *                    now that each destination's transmission
      *                    is matched on its own; the text shown is
      *                    cut to 32 characters to keep the line at
      *                    80.
      ******************************************************************
       01  AR-REPORT-LINE.
           05  AR-EXCEPTION-TYPE           PIC X(18).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AR-RUN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AR-DESTINATION-ID           PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AR-MESSAGE-TEXT             PIC X(32).
