      ******************************************************************
      * Copybook:  WORDRULE
      * Purpose:   Record layout for the wording-rule file - phrases
      *            a banner text must never carry (a banned phrase,
      *            a competitor's name, an internal note) and phrases
      *            it must carry (the legally required disclosure),
      *            screened wherever new text is keyed and again by
      *            SAMPLE-PROGRAM before broadcast.  The supervisor
      *            keys entries through WRDMAINT.  A blank message
      *            type or language applies the rule to every type or
      *            language.  A later entry for the same rule type,
      *            message type, language and phrase replaces an
      *            earlier one, so a rule is retired by keying it
      *            again with an active flag of N.  Phrases match
      *            regardless of case.
      *
      * Modification History
      *   2026-10-15  RSW  Original layout.
      ******************************************************************
       01  WR-WORD-RULE-RECORD.
           05  WR-RULE-TYPE                PIC X(01).
               88  WR-PROHIBITED                VALUE 'P'.
               88  WR-REQUIRED                  VALUE 'R'.
           05  WR-MESSAGE-TYPE             PIC X(10).
           05  WR-LANGUAGE-CODE            PIC X(02).
           05  WR-PHRASE                   PIC X(60).
           05  WR-ACTIVE-FLAG              PIC X(01).
               88  WR-ACTIVE                    VALUE 'Y'.
           05  WR-CHANGE-DATE              PIC 9(08).
           05  WR-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(10).
