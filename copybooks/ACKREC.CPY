      *   2026-08-22  RSW  AK-MESSAGE-TEXT widened from 30 to 240
      *                    characters alongside the interface file.
      *                    Record grows 56 -> 266 bytes.
      *   2026-10-15  RSW  Carved AK-DESTINATION-ID out of the filler
      *                    - the destination whose load acknowledged
      *                    the record, echoed from its transmission,
      *                    so ACKMATCH pairs and reports each region
      *                    on its own.
      ******************************************************************
       01  AK-ACK-RECORD.
           05  AK-RUN-DATE                 PIC 9(08).
           05  AK-RUN-TIME                 PIC 9(08).
           05  AK-MESSAGE-TEXT             PIC X(240).
           05  AK-DESTINATION-ID           PIC X(06).
           05  FILLER                      PIC X(04).
