      ******************************************************************
      * Copybook:  BKUPPARM
      * Purpose:   Layout of the parameter card read by MSGBKUP at
      *            start-up - the function, and for a restore the
      *            generation chosen and the operator carrying it
      *            out.  U (or blank, or no card) unloads the master
      *            to a new generation, V verifies the generation on
      *            the MSGUNLD DD against the live master, R reloads
      *            the master from it.  A restore must name the date
      *            the generation was unloaded, as a check that the
      *            DD points at the generation meant, and the
      *            operator ID it is logged under.  A verify may name
      *            the date too.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  BP-PARM-RECORD.
           05  BP-FUNCTION                 PIC X(01).
               88  BP-UNLOAD                    VALUES 'U' ' '.
               88  BP-VERIFY                    VALUE 'V'.
               88  BP-RESTORE                   VALUE 'R'.
           05  BP-UNLOAD-DATE              PIC X(08).
           05  BP-UNLOAD-DATE-NUM REDEFINES BP-UNLOAD-DATE
                                           PIC 9(08).
           05  BP-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(63).
