      *   2026-08-22  RSW  RJ-MESSAGE-TEXT widened from 30 to 240
      *                    characters alongside the message master.
      *                    Record grows 56 -> 266 bytes.
      *   2026-10-15  RSW  Added reason code SYMB - the text carries
      *                    an &NAME symbol with no value on the
      *                    symbol-value file, or resolves past 240
      *                    characters.  The raw text is kept here so
      *                    the wording can be repaired.
      *   2026-10-15  RSW  Added reason code WORD - the resolved text
      *                    carries a phrase the wording-rule file
      *                    prohibits, or lacks one it requires for
      *                    the message type and language.
      *   2026-10-15  RSW  Added reason code ROUT - no active entry on
      *                    the routing file covers the message's type
      *                    and language, so there is no destination
      *                    to send it to.
      *   2026-10-15  RSW  SAMPLE-PROGRAM no longer writes NSEL rows -
      *                    records read but not selected are counted
      *                    on the audit trail's not-selected summary
      *                    rows instead.  The code stays for the rows
      *                    already on file.
      ******************************************************************
       01  RJ-REJECT-RECORD.
           05  RJ-MESSAGE-TEXT             PIC X(240).
               88  RJ-NOT-YET-EFFECTIVE           VALUE 'NEFF'.
               88  RJ-EXPIRED                     VALUE 'EXPD'.
               88  RJ-NOT-SELECTED                VALUE 'NSEL'.
               88  RJ-SYMBOL-UNRESOLVED           VALUE 'SYMB'.
               88  RJ-WORDING-VIOLATION           VALUE 'WORD'.
               88  RJ-NOT-ROUTED                  VALUE 'ROUT'.
           05  RJ-JOB-DATE                 PIC 9(08).
           05  RJ-JOB-TIME                 PIC 9(08).
           05  RJ-RECORD-KEY               PIC 9(06).
