      *                    and the downstream load and ACKMATCH do
      *                    not treat it as a duplicate day.  Blank
      *                    flag means a normal first transmission.
      *   2026-10-15  RSW  Carved IF-FLASH-FLAG out of the header
      *                    filler so an out-of-cycle emergency batch
      *                    written by FLASHRUN identifies itself, and
      *                    ACKMATCH, RECON-REPORT and MORNSTAT can
      *                    balance it apart from the scheduled run.
      *                    Blank means a scheduled batch.
      *   2026-10-15  RSW  Added IF-DESTINATION-ID to every record
      *                    type, carved from the end of each layout's
      *                    filler.  SAMPLE-PROGRAM now cuts one batch
      *                    per destination on the routing file - its
      *                    own header, details and trailer count and
      *                    hash - so each regional load takes only
      *                    its own batch and one region's file can be
      *                    resent alone.  Blank on generations cut
      *                    before routing.  Record length unchanged.
      ******************************************************************
       01  IF-INTERFACE-RECORD.
           05  IF-RECORD-TYPE              PIC X(01).
               88  IF-HEADER-RECORD             VALUE 'H'.
               88  IF-DETAIL-RECORD             VALUE 'D'.
               88  IF-TRAILER-RECORD            VALUE 'T'.
           05  IF-RECORD-BODY              PIC X(263).
           05  IF-DETAIL-DATA REDEFINES IF-RECORD-BODY.
               10  IF-MESSAGE-TEXT         PIC X(240).
               10  IF-RUN-DATE             PIC 9(08).
               10  IF-RUN-TIME             PIC 9(08).
               10  IF-LANGUAGE-CODE        PIC X(02).
               10  FILLER                  PIC X(05).
           05  IF-HEADER-DATA REDEFINES IF-RECORD-BODY.
               10  IF-HEADER-RUN-DATE      PIC 9(08).
               10  IF-HEADER-RUN-TIME      PIC 9(08).
               10  IF-RETRANS-FLAG         PIC X(01).
                   88  IF-RETRANSMISSION        VALUE 'R'.
               10  IF-ORIG-BATCH-NUMBER    PIC 9(06).
               10  IF-FLASH-FLAG           PIC X(01).
                   88  IF-FLASH-BATCH           VALUE 'F'.
               10  FILLER                  PIC X(233).
           05  IF-TRAILER-DATA REDEFINES IF-RECORD-BODY.
               10  IF-DETAIL-COUNT         PIC 9(07).
               10  IF-HASH-TOTAL           PIC 9(11).
               10  FILLER                  PIC X(245).
           05  IF-DESTINATION-ID           PIC X(06).
