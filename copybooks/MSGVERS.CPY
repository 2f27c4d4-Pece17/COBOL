      ******************************************************************
      * Copybook:  MSGVERS
      * Purpose:   Record layout for the message-version file - one
      *            row per MESSAGE-MASTER record image that was
      *            superseded.  MSGMAINT, MSGLOAD, MSGAPPRV and
      *            REJRPAIR write the whole record as it stood just
      *            before they rewrote or deleted it, stamped with
      *            when it was superseded, by whom, and how, so
      *            MSGASOF can say what any key said on any date.
      *            MV-MASTER-IMAGE is MM-MESSAGE-RECORD byte for
      *            byte - move the master record to it whole.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  MV-VERSION-RECORD.
           05  MV-MASTER-IMAGE.
               10  MV-MESSAGE-TEXT         PIC X(240).
               10  MV-EFFECTIVE-DATE       PIC 9(08).
               10  MV-MESSAGE-LENGTH       PIC 9(03).
               10  MV-MESSAGE-TYPE         PIC X(10).
               10  MV-RECORD-KEY           PIC 9(06).
               10  MV-EXPIRY-DATE          PIC 9(08).
               10  MV-LANGUAGE-CODE        PIC X(02).
               10  FILLER                  PIC X(03).
           05  MV-SUPERSEDED-DATE          PIC 9(08).
           05  MV-SUPERSEDED-TIME          PIC 9(08).
           05  MV-OPERATOR-ID              PIC X(08).
           05  MV-SECOND-OPERATOR-ID       PIC X(08).
           05  MV-ACTION                   PIC X(01).
               88  MV-UPDATED                   VALUE 'U'.
               88  MV-DELETED                   VALUE 'D'.
               88  MV-REPAIRED                  VALUE 'R'.
           05  MV-PROGRAM-ID               PIC X(08).
           05  FILLER                      PIC X(09).
