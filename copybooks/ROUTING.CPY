      ******************************************************************
      * Copybook:  ROUTING
      * Purpose:   Record layout for the broadcast routing file - one
      *            entry per message type and language a destination
      *            (a regional display system) takes.  SAMPLE-PROGRAM
      *            and FLASHRUN cut one transmission per destination
      *            from it, and a message may go to every destination
      *            with an entry covering its type and language.  A
      *            blank message type or language covers every type
      *            or language.  A message no active entry covers is
      *            rejected instead of being sent nowhere.  The
      *            supervisor keys entries through RTEMAINT.  A later
      *            entry for the same type, language and destination
      *            replaces an earlier one, so a route is retired by
      *            keying it again with an active flag of N.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  RT-ROUTING-RECORD.
           05  RT-MESSAGE-TYPE             PIC X(10).
           05  RT-LANGUAGE-CODE            PIC X(02).
           05  RT-DESTINATION-ID           PIC X(06).
           05  RT-ACTIVE-FLAG              PIC X(01).
               88  RT-ACTIVE                    VALUE 'Y'.
           05  RT-CHANGE-DATE              PIC 9(08).
           05  RT-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(05).
