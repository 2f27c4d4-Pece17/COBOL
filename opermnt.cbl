000290*
000300* MODIFICATION HISTORY
000310*   2026-09-02  RSW  Original program.
000312*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000314*                    type it concerns in ML-MESSAGE-TYPE,
000316*                    blank on this program's rows - an
000318*                    operator change concerns no one type.
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
006860         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
006870         MOVE WS-ADMIN-ID        TO ML-OPERATOR-ID
006880         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
006884         MOVE SPACES             TO ML-MESSAGE-TYPE
006890         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
006900         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
006910         MOVE SPACES             TO WS-DENIAL-TYPE
007080         MOVE WS-RUN-TIME     TO ML-CHANGE-TIME
007090         MOVE WS-ADMIN-ID     TO ML-OPERATOR-ID
007100         MOVE WS-TARGET-ID    TO ML-SECOND-OPERATOR-ID
007104         MOVE SPACES          TO ML-MESSAGE-TYPE
007110         MOVE SPACES          TO ML-OLD-MESSAGE-TEXT
007120         MOVE WS-LOG-TEXT     TO ML-NEW-MESSAGE-TEXT
007130         SET ML-OPERSEC-ACTION TO TRUE
