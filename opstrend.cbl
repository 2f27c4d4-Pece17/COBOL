000310*   2026-09-02  RSW  Archive record widened 270 -> 286
000320*                    alongside the audit layout's new
000330*                    AU-RECORD-KEY and AU-MESSAGE-TYPE.
000331*   2026-10-15  RSW  SAMPLE-PROGRAM now summarizes the records it
000332*                    did not select on not-selected audit rows
000333*                    instead of writing an NSEL reject for each -
000334*                    2500 adds their counts to the week's NSEL
000335*                    column, which is widened to seven digits, so
000336*                    the column keeps its meaning across the
000337*                    change.  Older NSEL rejects still count.
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
001480         10  WS-WE-LOVF-COUNT        PIC 9(05) COMP.
001490         10  WS-WE-NEFF-COUNT        PIC 9(05) COMP.
001500         10  WS-WE-EXPD-COUNT        PIC 9(05) COMP.
001510         10  WS-WE-NSEL-COUNT        PIC 9(07) COMP.
001520
001530 01  WS-DAILY-HEADING.
001540     05  FILLER                      PIC X(08)
003170*     FD area into its day's counts when it falls in the
003180*     report month - a run-outcome row contributes the
003190*     execution and its records-read count, a detail row with
003194*     text contributes one record sent, and a not-selected
003198*     summary row contributes its count to the week's NSEL
003202*     column, alongside the older NSEL rejects 4100 counts.
003210******************************************************************
003220 2500-ACCUMULATE-AUDIT-ROW.
003230     IF AU-JOB-DATE NOT NUMERIC
003300         GO TO 2500-EXIT
003310     END-IF.
003320     MOVE WS-WORK-DAY TO WS-DAY-SUB.
003321     IF AU-NOT-SELECTED-RECORD
003322         IF AU-RECORDS-READ NUMERIC
003323             COMPUTE WS-WEEK-WORK = ((WS-WORK-DAY - 1) / 7) + 1
003324             MOVE WS-WEEK-WORK TO WS-WEEK-SUB
003325             ADD AU-RECORDS-READ
003326                 TO WS-WE-NSEL-COUNT (WS-WEEK-SUB)
003327         END-IF
003328         GO TO 2500-EXIT
003329     END-IF.
003330     IF AU-RUN-RECORD
003340         ADD 1 TO WS-DE-EXEC-COUNT (WS-DAY-SUB)
003350         IF AU-RECORDS-READ NUMERIC
