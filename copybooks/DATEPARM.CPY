      *
      * Modification History
      *   2026-08-22  RSW  Original layout.
      *   2026-10-15  RSW  Carved DP-DESTINATION-ID (columns 9-14) out
      *                    of the filler for RETRANS, which rebuilds
      *                    one destination's transmission at a time.
      *                    The other readers of the card ignore it.
      ******************************************************************
       01  DP-PARM-RECORD.
           05  DP-RUN-DATE                 PIC X(08).
           05  DP-RUN-DATE-NUM REDEFINES DP-RUN-DATE
                                           PIC 9(08).
           05  DP-DESTINATION-ID           PIC X(06).
           05  FILLER                      PIC X(66).
