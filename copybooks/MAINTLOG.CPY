      *                    the operator whose access changed in the
      *                    second-operator field, and what changed in
      *                    the new-text field.
      *   2026-10-15  RSW  Added action Y for a symbol-value entry
      *                    written by SYMMAINT - the symbol name and
      *                    its value ride in the new-text field.
      *   2026-10-15  RSW  Added action F for an out-of-cycle flash
      *                    broadcast sent by FLASHRUN - the requester
      *                    rides in ML-OPERATOR-ID, the approving
      *                    operator (sensitive types only) in the
      *                    second-operator field, the text sent in
      *                    the old-text field and the key, type and
      *                    flash batch number in the new-text field.
      *   2026-10-15  RSW  Added action W for a wording-rule entry
      *                    written by WRDMAINT - the rule rides in
      *                    the new-text field - and action B for new
      *                    text refused because it breaks a wording
      *                    rule, with the refused text in the old-
      *                    text field and the rule broken in the
      *                    new-text field.
      *   2026-10-15  RSW  Added action T for a broadcast routing
      *                    entry keyed through RTEMAINT, with the
      *                    route in the new-text field.
      *   2026-10-15  RSW  Added ML-MESSAGE-TYPE - the message type the
      *                    row concerns (blank where a change concerns
      *                    no one type, such as an OPERMNT, SYMMAINT,
      *                    WRDMAINT or RTEMAINT row) - so the operator
      *                    access recertification can show which of an
      *                    operator's granted types they have actually
      *                    maintained.  Blank on history converted
      *                    before the field existed (MLCONV is the
      *                    one-time conversion).  Record grows
      *                    514 -> 524 bytes.
      *   2026-10-15  RSW  Added action L for a restore of the message
      *                    master by MSGBKUP from an unload generation
      *                    - the restoring operator rides in
      *                    ML-OPERATOR-ID, the generation restored
      *                    from in the old-text field and the counts
      *                    rolled back in the new-text field.
      ******************************************************************
       01  ML-MAINT-LOG-RECORD.
           05  ML-CHANGE-DATE              PIC 9(08).
               88  ML-APPROVE-ACTION            VALUE 'V'.
               88  ML-REJECT-ACTION             VALUE 'J'.
               88  ML-OPERSEC-ACTION            VALUE 'O'.
               88  ML-SYMBOL-ACTION             VALUE 'Y'.
               88  ML-FLASH-ACTION              VALUE 'F'.
               88  ML-WORDRULE-ACTION           VALUE 'W'.
               88  ML-WORDING-BLOCK-ACTION      VALUE 'B'.
               88  ML-ROUTING-ACTION            VALUE 'T'.
               88  ML-RESTORE-ACTION            VALUE 'L'.
           05  ML-SECOND-OPERATOR-ID       PIC X(08).
           05  ML-MESSAGE-TYPE             PIC X(10).
           05  FILLER                      PIC X(01).
