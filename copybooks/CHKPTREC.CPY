      *
      * Modification History
      *   2025-12-15  RSW  Original layout.
      *   2026-10-15  RSW  Carved CK-RECORDS-PROCESSED out of the
      *                    filler - the count of records read when
      *                    the checkpoint was taken.  A run selecting
      *                    named types reads them by the type index,
      *                    not in key order, so a restart now finds
      *                    its place by position in the read rather
      *                    than by key.  The key is still recorded.
      ******************************************************************
       01  CK-CHECKPOINT-RECORD.
           05  CK-RUN-ID                   PIC 9(08).
           05  CK-LAST-KEY-PROCESSED       PIC 9(06).
           05  CK-CHECKPOINT-DATE          PIC 9(08).
           05  CK-CHECKPOINT-TIME          PIC 9(08).
           05  CK-RECORDS-PROCESSED        PIC 9(07).
           05  FILLER                      PIC X(03).
