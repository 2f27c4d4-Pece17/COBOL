      ******************************************************************
      * Copybook:  SYMVAL
      * Purpose:   Record layout for the symbol-value file - the
      *            named business variables a banner text can carry
      *            as &NAME placeholders, each with the wording that
      *            replaces it when SAMPLE-PROGRAM broadcasts the
      *            message.  The supervisor keys entries through
      *            SYMMAINT; a later entry for a name replaces an
      *            earlier one.  Names are one to ten letters and
      *            digits starting with a letter.  RUNDATE, DAYNAME
      *            and NEXTBUSDAY are resolved from the run date and
      *            are not kept here.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  SV-SYMBOL-RECORD.
           05  SV-SYMBOL-NAME              PIC X(10).
           05  SV-SYMBOL-VALUE             PIC X(60).
           05  SV-CHANGE-DATE              PIC 9(08).
           05  SV-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(14).
