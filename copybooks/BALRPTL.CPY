      *
      * Modification History
      *   2026-08-22  RSW  Original layout.
      *   2026-10-15  RSW  BL-NSEL-COUNT added after the reject count,
      *                    carved from the trailing FILLER - records
      *                    read but not selected for the run.
      ******************************************************************
       01  BL-REPORT-LINE.
           05  BL-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-REJECT-COUNT             PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-NSEL-COUNT               PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BL-BALANCE-STATUS           PIC X(12).
           05  FILLER                      PIC X(13) VALUE SPACES.
