      ******************************************************************
      * Copybook:  CERTPARM
      * Purpose:   Layout of the parameter card read by OPERCERT at
      *            start-up - the run mode, the dormancy threshold in
      *            days and, for a clean-up run, the security
      *            administrator carrying it out.  Mode R (or blank,
      *            or no card) prints the recertification report
      *            only; mode D also deactivates every ID the report
      *            flags dormant, logged under the administrator
      *            named here.  A blank or zero threshold means 90
      *            days.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  CP-PARM-RECORD.
           05  CP-RUN-MODE                 PIC X(01).
               88  CP-REPORT-MODE               VALUES 'R' ' '.
               88  CP-DEACTIVATE-MODE           VALUE 'D'.
           05  CP-DORMANT-DAYS             PIC X(03).
           05  CP-DORMANT-DAYS-NUM REDEFINES CP-DORMANT-DAYS
                                           PIC 9(03).
           05  CP-ADMIN-ID                 PIC X(08).
           05  FILLER                      PIC X(68).
