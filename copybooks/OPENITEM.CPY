      ******************************************************************
      * Copybook:  OPENITEM
      * Purpose:   Record layout for the open-items ledger - one row
      *            per interface detail record sent but never
      *            acknowledged, carried forward from one ACKMATCH
      *            run to the next until a later acknowledgment file
      *            (or the acks for a RETRANS batch) finally covers
      *            it.  Each ACKMATCH run reads yesterday's ledger
      *            generation and writes today's, so an exception is
      *            no longer forgotten the morning after.  Rows are
      *            identified by run date, batch number and message
      *            text; the run time rides along because the
      *            acknowledgment echoes it.  A retransmitted record
      *            keeps its original batch number.  ACKAGE ages the
      *            ledger and MORNSTAT reports its size.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      *   2026-10-15  RSW  Carved OI-DESTINATION-ID out of the filler
      *                    - a message routed to several destinations
      *                    is open once per destination that has not
      *                    acknowledged it, and is cleared only by
      *                    that destination's acknowledgment.
      ******************************************************************
       01  OI-OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-RUN-DATE             PIC 9(08).
               10  OI-BATCH-NUMBER         PIC 9(06).
               10  OI-MESSAGE-TEXT         PIC X(240).
           05  OI-RUN-TIME                 PIC 9(08).
           05  OI-LANGUAGE-CODE            PIC X(02).
           05  OI-FLASH-FLAG               PIC X(01).
               88  OI-FLASH-ITEM                VALUE 'F'.
           05  OI-OPENED-DATE              PIC 9(08).
           05  OI-DESTINATION-ID           PIC X(06).
           05  FILLER                      PIC X(01).
