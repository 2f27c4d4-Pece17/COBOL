      *                    before the fields existed (AUDCONV is the
      *                    one-time conversion).  Record grows
      *                    270 -> 286 bytes.
      *   2026-10-15  RSW  Carved AU-CYCLE-FLAG out of the reserved
      *                    filler so the run and detail rows FLASHRUN
      *                    writes for an out-of-cycle emergency
      *                    broadcast ('F') can be balanced and
      *                    reported apart from the scheduled run.
      *                    Blank means a scheduled run.
      *   2026-10-15  RSW  Added record type 'T' - one routed-copy row
      *                    per destination a sent message went to,
      *                    written beside the message's detail row,
      *                    so RECON-REPORT can balance each
      *                    destination's transmission and RETRANS can
      *                    rebuild one destination's file.  A 'T' row
      *                    carries the detail row's text, key and
      *                    type, with AU-DESTINATION-ID in the
      *                    records-read position (records read is
      *                    only ever carried on 'R' rows).
      *   2026-10-15  RSW  Added record type 'S' - one not-selected
      *                    summary row per message type and language,
      *                    carrying in AU-RECORDS-READ how many
      *                    records of that type and language the run
      *                    read but did not select.  It replaces the
      *                    per-record detail and NSEL reject rows, so
      *                    records read now balances to detail rows
      *                    plus the 'S' row counts.  The language is
      *                    carried in AU-SUMMARY-LANGUAGE, over the
      *                    front of the message text.
      ******************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-JOB-DATE                 PIC 9(08).
           05  AU-JOB-TIME                 PIC 9(08).
           05  AU-RETURN-CODE              PIC 9(04).
           05  AU-MESSAGE-TEXT             PIC X(240).
           05  AU-SUMMARY-DATA REDEFINES AU-MESSAGE-TEXT.
               10  AU-SUMMARY-LANGUAGE     PIC X(02).
               10  FILLER                  PIC X(238).
           05  AU-RECORD-TYPE              PIC X(01).
               88  AU-RUN-RECORD                VALUE 'R'.
               88  AU-DETAIL-RECORD              VALUE 'D'.
               88  AU-ROUTED-RECORD              VALUE 'T'.
               88  AU-NOT-SELECTED-RECORD        VALUE 'S'.
           05  AU-RECORDS-READ             PIC 9(07).
           05  AU-ROUTED-DATA REDEFINES AU-RECORDS-READ.
               10  AU-DESTINATION-ID       PIC X(06).
               10  FILLER                  PIC X(01).
           05  AU-RECORD-KEY               PIC 9(06).
           05  AU-MESSAGE-TYPE             PIC X(10).
           05  AU-CYCLE-FLAG               PIC X(01).
               88  AU-OUT-OF-CYCLE              VALUE 'F'.
           05  FILLER                      PIC X(01).
