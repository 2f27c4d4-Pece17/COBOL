      ******************************************************************
      * Copybook:  MSGUNLD
      * Purpose:   Record layout for the message master unload - one
      *            sequential generation per night cut by MSGBKUP
      *            before SAMPLE-PROGRAM runs.  A header record
      *            stamps when the unload was taken, one detail
      *            record carries each MESSAGE-MASTER record byte
      *            for byte in key order, and a trailer control
      *            record carries the detail count and hash totals
      *            of the keys and the message lengths, so a
      *            truncated or damaged generation is caught before
      *            anything is verified or restored from it.
      *            MU-MASTER-IMAGE is MM-MESSAGE-RECORD byte for
      *            byte - move the master record to it whole.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  MU-UNLOAD-RECORD.
           05  MU-RECORD-TYPE              PIC X(01).
               88  MU-HEADER-RECORD             VALUE 'H'.
               88  MU-DETAIL-RECORD             VALUE 'D'.
               88  MU-TRAILER-RECORD            VALUE 'T'.
           05  MU-RECORD-BODY              PIC X(280).
           05  MU-MASTER-IMAGE REDEFINES MU-RECORD-BODY.
               10  MU-MESSAGE-TEXT         PIC X(240).
               10  MU-EFFECTIVE-DATE       PIC 9(08).
               10  MU-MESSAGE-LENGTH       PIC 9(03).
               10  MU-MESSAGE-TYPE         PIC X(10).
               10  MU-RECORD-KEY           PIC 9(06).
               10  MU-EXPIRY-DATE          PIC 9(08).
               10  MU-LANGUAGE-CODE        PIC X(02).
               10  FILLER                  PIC X(03).
           05  MU-HEADER-DATA REDEFINES MU-RECORD-BODY.
               10  MU-UNLOAD-DATE          PIC 9(08).
               10  MU-UNLOAD-TIME          PIC 9(08).
               10  FILLER                  PIC X(264).
           05  MU-TRAILER-DATA REDEFINES MU-RECORD-BODY.
               10  MU-RECORD-COUNT         PIC 9(07).
               10  MU-KEY-HASH-TOTAL       PIC 9(11).
               10  MU-LENGTH-HASH-TOTAL    PIC 9(11).
               10  FILLER                  PIC X(251).
