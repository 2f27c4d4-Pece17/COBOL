000360*                    scheduled without a pseudo type - the new
000370*                    SC-LANGUAGE-CODE rides on the entry and
000380*                    in the log text.
000382*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000384*                    type it concerns in ML-MESSAGE-TYPE, the
000386*                    calendar entry's type.
000390******************************************************************
000400
000410 IDENTIFICATION DIVISION.
003230         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
003240         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
003250         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
003254         MOVE WS-TYPE-REPLY      TO ML-MESSAGE-TYPE
003260         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
003270         MOVE WS-TYPE-REPLY      TO WS-LOG-TYPE
003280         MOVE WS-NEW-SCHED-DATE  TO WS-LOG-DATE
